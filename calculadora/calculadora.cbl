      *      R3 DIVISION POR CERO
      *      R5 OPERANDO FINANCIERO NO VALIDO
      *      R6 PLAZO O NUMERO DE PAGOS A CERO
      *      R7 MONEDA QUE NO FIGURA EN EL CUADRO DE CAMBIOS
      *      R8 FECHA QUE NO EXISTE EN EL CALENDARIO
           SELECT OPTIONAL RECHAZOS-LOTE
           ASSIGN TO "OPERACIONES-RECHAZADAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           ASSIGN TO "AMORTIZACION.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    CUADRO DE CAMBIOS DE LA ENTIDAD (EL MISMO DE LA VENTANILLA
      *    Y DEL CAMBIO DE DIVISA) Y FECHA DE NEGOCIO EN CURSO
           SELECT CAMBIOS ASSIGN TO "../CAMBIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CAM.

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

      *    CALENDARIO CENTRAL DE FESTIVOS (UNA FECHA AAAAMMDD POR
      *    LINEA), EL MISMO QUE USAN FINDIA Y LA VENTANILLA
           SELECT FESTIVOS ASSIGN TO "../FESTIVOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FES.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIAL.
       01  HIS-LINEA PIC X(100).

       FD  OPERACIONES.
       01  OPE-LINEA PIC X(40).

       FD  RESULTADOS.
       01  RES-LINEA PIC X(100).

       FD  AMORTIZACION.
       01  AMO-LINEA PIC X(70).
           02 FILLER     PIC X(01).
           02 RCH-REGISTRO PIC X(40).

       FD  CAMBIOS.
       01  CAM-REGISTRO.
           02 CAM-MONEDA PIC X(03).
           02 FILLER     PIC X(01).
           02 CAM-COMPRA PIC 9(01)V9(04).
           02 FILLER     PIC X(01).
           02 CAM-VENTA  PIC 9(01)V9(04).
           02 FILLER     PIC X(01).
           02 CAM-FECHA-EFECTO PIC 9(08).

       FD  FECHA-NEGOCIO.
       01  FNG-REGISTRO PIC 9(08).

       FD  FESTIVOS.
       01  FES-REGISTRO PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-EOF-LOTE      PIC X(01) VALUE "N".
          88 WS-FIN-LOTE   VALUE "S".
       77 WS-FIN-VIS-3     PIC -ZZZZZZZZ9.99.
       77 WS-TASA-VIS      PIC ZZ9.9(04).

      * MODO DIVISA: CONVERSION ENTRE DOS MONEDAS DEL CUADRO DE
      * CAMBIOS PASANDO POR EUR, A LA TASA DE COMPRA LA MONEDA QUE
      * ENTREGA EL CLIENTE Y A LA DE VENTA LA QUE RECIBE. EN EL LOTE
      * SE PIDE CON LINEAS FX IMPORTE ORIGEN DESTINO
       77 WS-STATUS-CAM    PIC X(02).
       77 WS-STATUS-FNG    PIC X(02).
       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.
       77 WS-FECHA-SISTEMA PIC 9(08).
       77 WS-NUM-CAMBIOS   PIC 9(02) VALUE 0.
       01 WS-TABLA-CAMBIOS.
          05 WS-CAMBIO-ENTRY OCCURS 10 TIMES INDEXED BY WS-IDX-CAM.
             10 WS-CC-MONEDA PIC X(03).
             10 WS-CC-COMPRA PIC 9(01)V9(04).
             10 WS-CC-VENTA  PIC 9(01)V9(04).
             10 WS-CC-FECHA  PIC 9(08).
       77 WS-FX-IMPORTE    PIC 9(09)V99.
       77 WS-FX-ORIGEN     PIC X(03).
       77 WS-FX-DESTINO    PIC X(03).
       77 WS-FX-MONEDA     PIC X(03).
       77 WS-FX-COMPRA     PIC 9(01)V9(04).
       77 WS-FX-VENTA      PIC 9(01)V9(04).
       77 WS-FX-FECHA      PIC 9(08).
       77 WS-FX-TASA-ORIGEN  PIC 9(01)V9(04).
       77 WS-FX-TASA-DESTINO PIC 9(01)V9(04).
       77 WS-FX-FECHA-TABLA  PIC 9(08).
       77 WS-FX-EUR        PIC 9(11)V9(04).
       77 WS-FX-RESULTADO  PIC 9(11)V99.
       77 WS-FX-ERROR      PIC X(02).
       77 WS-FX-HALLADA    PIC X(01).
          88 WS-FX-MONEDA-HALLADA VALUE "S".
       77 WS-FX-ANTIGUO    PIC X(01).
          88 WS-FX-CAMBIOS-ANTIGUOS VALUE "S".
       77 WS-FX-VIS        PIC ZZZZZZZZ9.99.
       77 WS-FX-VIS-2      PIC ZZZZZZZZZZ9.99.
       77 WS-FX-TASA-VIS   PIC 9.9999.
       77 WS-FX-TASA-VIS-2 PIC 9.9999.
       77 WS-FX-LINEA      PIC X(100).

      * MODO FECHAS: DIAS HABILES, DIAS ENTRE FECHAS, DIA DE LA
      * SEMANA, SIGUIENTE DIA HABIL Y PLAZOS EN MESES, CON LAS MISMAS
      * REGLAS QUE FINDIA (SIN SABADOS, DOMINGOS NI FESTIVOS) Y EL
      * ACARREO DE FIN DE MES DE PLAZOS Y PRESTAMOS. EN EL LOTE SE
      * PIDE CON LINEAS DH FECHA N / DE FECHA FECHA / DS FECHA /
      * DP FECHA / DM FECHA N (N NEGATIVO PARA IR HACIA ATRAS)
       77 WS-ELECCION-FEC  PIC 9(01).
       77 WS-STATUS-FES    PIC X(02).
       77 WS-NUM-FESTIVOS  PIC 9(03) VALUE 0.
       01 WS-TABLA-FESTIVOS.
          05 WS-FESTIVO OCCURS 100 TIMES
             INDEXED BY WS-IDX-FES PIC 9(08).
       01 WS-FECHA-CALC.
          05 WS-FC-ANIO    PIC 9(04).
          05 WS-FC-MES     PIC 9(02).
          05 WS-FC-DIA     PIC 9(02).
       01 WS-FECHA-CALC-N REDEFINES WS-FECHA-CALC PIC 9(08).
       01 WS-TABLA-DIAS-MES VALUE "312831303130313130313031".
          05 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77 WS-DIAS-EN-MES   PIC 9(02).
       77 WS-TEMP-DIVISION PIC 9(04).
       77 WS-RESTO-ANIO    PIC 9(04).
       77 WS-ES-HABIL      PIC X(01).
          88 WS-DIA-ES-HABIL VALUE "S".
       77 WS-Z-ANIO        PIC 9(04).
       77 WS-Z-MES         PIC 9(02).
       77 WS-Z-SIGLO       PIC 9(02).
       77 WS-Z-ANIO2       PIC 9(02).
       77 WS-Z-T1          PIC 9(04).
       77 WS-Z-T2          PIC 9(04).
       77 WS-Z-T3          PIC 9(04).
       77 WS-Z-H           PIC 9(04).
       77 WS-Z-COCIENTE    PIC 9(04).
       01 WS-NOMBRES-DIAS.
          05 FILLER PIC X(09) VALUE "SABADO".
          05 FILLER PIC X(09) VALUE "DOMINGO".
          05 FILLER PIC X(09) VALUE "LUNES".
          05 FILLER PIC X(09) VALUE "MARTES".
          05 FILLER PIC X(09) VALUE "MIERCOLES".
          05 FILLER PIC X(09) VALUE "JUEVES".
          05 FILLER PIC X(09) VALUE "VIERNES".
       01 WS-TABLA-NOMBRES-DIAS REDEFINES WS-NOMBRES-DIAS.
          05 WS-NOMBRE-DIA OCCURS 7 TIMES PIC X(09).
       77 WS-FEC-FECHA-1   PIC 9(08).
       77 WS-FEC-FECHA-2   PIC 9(08).
       77 WS-FEC-FECHA-AUX PIC 9(08).
       77 WS-FEC-DIA-SEM   PIC X(09).
       77 WS-FEC-N         PIC S9(05).
       77 WS-FEC-RESTANTES PIC 9(05).
       77 WS-FEC-NATURALES PIC 9(06).
       77 WS-FEC-HABILES   PIC 9(06).
       77 WS-FEC-NAT-VIS   PIC ZZZZZ9.
       77 WS-FEC-HAB-VIS   PIC ZZZZZ9.
       77 WS-FEC-ERROR     PIC X(02).
       77 WS-FEC-LINEA     PIC X(100).
       77 WS-FEC-LINEA-AUX PIC X(100).

       PROCEDURE DIVISION.
       00001-MI-SECCION SECTION.
       00001-MAIN.

       00000-CALCULADORA.
           DISPLAY "1-CALC,2-SALIR,3-LOTE,4-M+,5-M-,6-MR,7-EXPR,"
           "8-FIN,9-DIVISA,0-FECHAS" erase line.
           ACCEPT WS-ELECCION LINE 3.

           IF WS-ELECCION= 1
           ELSE IF WS-ELECCION = 8
               PERFORM 00024-MODO-FINANCIERO

           ELSE IF WS-ELECCION = 9
               PERFORM 00032-MODO-DIVISA

           ELSE IF WS-ELECCION = 0
               PERFORM 00039-MODO-FECHAS

           ELSE
               IF WS-ELECCION NOT = 2
                  DISPLAY "OPERACION INVALIDA".
           MOVE 0 TO WS-LINEAS-LEIDAS.
           MOVE 0 TO WS-LINEAS-CALCULADAS.
           MOVE 0 TO WS-LINEAS-RECHAZADAS.
           PERFORM 00033-CARGAR-CAMBIOS.
           PERFORM 00041-CARGAR-FESTIVOS.
           PERFORM 00005-LEER-OPERACION.
           PERFORM 00006-PROCESAR-OPERACION UNTIL WS-FIN-LOTE.
           PERFORM 00013-RESUMEN-LOTE.
               FOR ALL "(".
           INSPECT OPE-LINEA TALLYING WS-NUM-PARENTESIS
               FOR ALL ")".
           IF WS-TOKEN-1 = "FX"
               PERFORM 00036-CALCULAR-DIVISA-LOTE
           ELSE
           IF WS-TOKEN-1 = "DH" OR "DE" OR "DS" OR "DP" OR "DM"
               PERFORM 00054-CALCULAR-FECHA-LOTE
           ELSE
           IF WS-TOKEN-1 (1:2) = "FC" OR "FV" OR "FE"
               PERFORM 00025-CALCULAR-FINANCIERA-LOTE
           ELSE
                   PERFORM 00012-RECHAZAR-LINEA
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM 00005-LEER-OPERACION.

               DISPLAY "NOMINAL EQUIVALENTE: " WS-TASA-VIS LINE 11
           END-IF.

      *    COTIZACION DE VENTANILLA: CUANTO RECIBE EL CLIENTE EN UNA
      *    MONEDA POR UN IMPORTE EN OTRA, CON LAS TASAS DEL CUADRO DE
      *    CAMBIOS EN VIGOR EN VEZ DE TECLEARLAS DE MEMORIA
       00032-MODO-DIVISA.
           PERFORM 00033-CARGAR-CAMBIOS.
           DISPLAY "IMPORTE: " LINE 4.
           ACCEPT WS-FX-IMPORTE LINE 5.
           DISPLAY "MONEDA QUE ENTREGA EL CLIENTE (EJ USD): " LINE 6.
           ACCEPT WS-FX-ORIGEN LINE 7.
           DISPLAY "MONEDA QUE RECIBE (EJ EUR): " LINE 8.
           ACCEPT WS-FX-DESTINO LINE 9.
           MOVE FUNCTION UPPER-CASE (WS-FX-ORIGEN) TO WS-FX-ORIGEN.
           MOVE FUNCTION UPPER-CASE (WS-FX-DESTINO) TO WS-FX-DESTINO.
           PERFORM 00035-CONVERTIR-DIVISA.
           IF WS-FX-ERROR = SPACES
               MOVE WS-FX-IMPORTE TO WS-FX-VIS
               MOVE WS-FX-RESULTADO TO WS-FX-VIS-2
               DISPLAY WS-FX-VIS " " WS-FX-ORIGEN " = " WS-FX-VIS-2
                   " " WS-FX-DESTINO LINE 10
               MOVE WS-FX-TASA-ORIGEN TO WS-FX-TASA-VIS
               MOVE WS-FX-TASA-DESTINO TO WS-FX-TASA-VIS-2
               DISPLAY "COMPRA " WS-FX-ORIGEN " " WS-FX-TASA-VIS
                   "  VENTA " WS-FX-DESTINO " " WS-FX-TASA-VIS-2
                   "  CAMBIOS DEL " WS-FX-FECHA-TABLA LINE 11
               IF WS-FX-CAMBIOS-ANTIGUOS
                   DISPLAY "AVISO: CUADRO DE CAMBIOS ANTERIOR A LA "
                       "FECHA DE NEGOCIO " WS-FECHA-NEGOCIO LINE 12
               END-IF
               PERFORM 00037-COMPONER-COTIZACION
               PERFORM 00038-GRABAR-COTIZACION
           ELSE
               IF WS-FX-ERROR = "R7"
                   DISPLAY "MONEDA NO FIGURA EN EL CUADRO DE CAMBIOS"
                       LINE 10
               ELSE
                   DISPLAY "IMPORTE NO VALIDO" LINE 10
               END-IF
           END-IF.
           STOP "PRESIONE CUALQUIER TECLA PARA CONTINUAR".

      *    EL CUADRO SE CARGA EN CADA USO PARA COTIZAR SIEMPRE CON
      *    LAS TASAS VIGENTES; LA FECHA DE NEGOCIO SIRVE PARA AVISAR
      *    DE UN CUADRO QUE NO SE HA ACTUALIZADO
       00033-CARGAR-CAMBIOS.
           MOVE 0 TO WS-NUM-CAMBIOS.
           OPEN INPUT CAMBIOS.
           IF WS-STATUS-CAM = "00"
               PERFORM 00033A-LEER-CAMBIO
                   UNTIL WS-STATUS-CAM NOT = "00"
                   OR WS-NUM-CAMBIOS = 10
               CLOSE CAMBIOS
           END-IF.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA TO WS-FECHA-NEGOCIO.
           OPEN INPUT FECHA-NEGOCIO.
           IF WS-STATUS-FNG = "00"
               READ FECHA-NEGOCIO
                   AT END CONTINUE
                   NOT AT END MOVE FNG-REGISTRO TO WS-FECHA-NEGOCIO
               END-READ
               CLOSE FECHA-NEGOCIO
           END-IF.

       00033A-LEER-CAMBIO.
           READ CAMBIOS
               AT END MOVE "10" TO WS-STATUS-CAM
               NOT AT END
                   ADD 1 TO WS-NUM-CAMBIOS
                   SET WS-IDX-CAM TO WS-NUM-CAMBIOS
                   MOVE CAM-MONEDA TO WS-CC-MONEDA (WS-IDX-CAM)
                   MOVE CAM-COMPRA TO WS-CC-COMPRA (WS-IDX-CAM)
                   MOVE CAM-VENTA  TO WS-CC-VENTA (WS-IDX-CAM)
                   MOVE CAM-FECHA-EFECTO TO WS-CC-FECHA (WS-IDX-CAM)
           END-READ.

      *    TASAS DE WS-FX-MONEDA; EL EUR VALE 1 AUNQUE NO ESTE EN EL
      *    CUADRO
       00034-BUSCAR-MONEDA.
           MOVE "N" TO WS-FX-HALLADA.
           MOVE 0 TO WS-FX-COMPRA WS-FX-VENTA WS-FX-FECHA.
           SET WS-IDX-CAM TO 1.
           SEARCH WS-CAMBIO-ENTRY
               AT END CONTINUE
               WHEN WS-IDX-CAM > WS-NUM-CAMBIOS
                   CONTINUE
               WHEN WS-CC-MONEDA (WS-IDX-CAM) = WS-FX-MONEDA
                   SET WS-FX-MONEDA-HALLADA TO TRUE
                   MOVE WS-CC-COMPRA (WS-IDX-CAM) TO WS-FX-COMPRA
                   MOVE WS-CC-VENTA (WS-IDX-CAM) TO WS-FX-VENTA
                   MOVE WS-CC-FECHA (WS-IDX-CAM) TO WS-FX-FECHA
           END-SEARCH.
           IF NOT WS-FX-MONEDA-HALLADA AND WS-FX-MONEDA = "EUR"
               SET WS-FX-MONEDA-HALLADA TO TRUE
               MOVE 1 TO WS-FX-COMPRA
               MOVE 1 TO WS-FX-VENTA
           END-IF.
           IF WS-FX-MONEDA-HALLADA
               AND (WS-FX-COMPRA = 0 OR WS-FX-VENTA = 0)
               MOVE "N" TO WS-FX-HALLADA
           END-IF.
      *    LA FECHA QUE SE ENSENIA ES LA MAS ANTIGUA DE LAS DOS TASAS
           IF WS-FX-MONEDA-HALLADA AND WS-FX-FECHA NOT = 0
               IF WS-FX-FECHA-TABLA = 0
                   OR WS-FX-FECHA < WS-FX-FECHA-TABLA
                   MOVE WS-FX-FECHA TO WS-FX-FECHA-TABLA
               END-IF
               IF WS-FX-FECHA < WS-FECHA-NEGOCIO
                   SET WS-FX-CAMBIOS-ANTIGUOS TO TRUE
               END-IF
           END-IF.

      *    EL IMPORTE ENTREGADO PASA A EUR A LA TASA DE COMPRA DE SU
      *    MONEDA Y DE EUR A LA MONEDA PEDIDA A LA TASA DE VENTA
       00035-CONVERTIR-DIVISA.
           MOVE SPACES TO WS-FX-ERROR.
           MOVE "N" TO WS-FX-ANTIGUO.
           MOVE 0 TO WS-FX-FECHA-TABLA.
           MOVE 0 TO WS-FX-RESULTADO.
           IF WS-FX-IMPORTE = 0
               MOVE "R1" TO WS-FX-ERROR
           END-IF.
           IF WS-FX-ERROR = SPACES
               MOVE WS-FX-ORIGEN TO WS-FX-MONEDA
               PERFORM 00034-BUSCAR-MONEDA
               IF WS-FX-MONEDA-HALLADA
                   MOVE WS-FX-COMPRA TO WS-FX-TASA-ORIGEN
               ELSE
                   MOVE "R7" TO WS-FX-ERROR
               END-IF
           END-IF.
           IF WS-FX-ERROR = SPACES
               MOVE WS-FX-DESTINO TO WS-FX-MONEDA
               PERFORM 00034-BUSCAR-MONEDA
               IF WS-FX-MONEDA-HALLADA
                   MOVE WS-FX-VENTA TO WS-FX-TASA-DESTINO
               ELSE
                   MOVE "R7" TO WS-FX-ERROR
               END-IF
           END-IF.
           IF WS-FX-ERROR = SPACES
               COMPUTE WS-FX-EUR ROUNDED =
                   WS-FX-IMPORTE * WS-FX-TASA-ORIGEN
               COMPUTE WS-FX-RESULTADO ROUNDED =
                   WS-FX-EUR / WS-FX-TASA-DESTINO
           END-IF.

      *    LAS LINEAS FX DEL LOTE (FX IMPORTE ORIGEN DESTINO) SE
      *    COTIZAN IGUAL QUE EN PANTALLA Y TAMBIEN VAN AL HISTORIAL
       00036-CALCULAR-DIVISA-LOTE.
           MOVE SPACES TO WS-CODIGO-RECHAZO.
           IF WS-NUM-TOKENS NOT = 4
               OR FUNCTION TEST-NUMVAL (WS-TOKEN-2) NOT = 0
               MOVE "R1" TO WS-CODIGO-RECHAZO
           ELSE
               COMPUTE WS-FX-IMPORTE = FUNCTION NUMVAL (WS-TOKEN-2)
               MOVE FUNCTION UPPER-CASE (WS-TOKEN-3) TO WS-FX-ORIGEN
               MOVE FUNCTION UPPER-CASE (WS-TOKEN-4) TO WS-FX-DESTINO
               PERFORM 00035-CONVERTIR-DIVISA
               MOVE WS-FX-ERROR TO WS-CODIGO-RECHAZO
           END-IF.
           IF WS-CODIGO-RECHAZO = SPACES
               PERFORM 00037-COMPONER-COTIZACION
               MOVE WS-FX-LINEA TO RES-LINEA
               WRITE RES-LINEA
               PERFORM 00038-GRABAR-COTIZACION
               ADD 1 TO WS-LINEAS-CALCULADAS
           ELSE
               PERFORM 00012-RECHAZAR-LINEA
           END-IF.

       00037-COMPONER-COTIZACION.
           MOVE WS-FX-IMPORTE TO WS-FX-VIS.
           MOVE WS-FX-RESULTADO TO WS-FX-VIS-2.
           MOVE WS-FX-TASA-ORIGEN TO WS-FX-TASA-VIS.
           MOVE WS-FX-TASA-DESTINO TO WS-FX-TASA-VIS-2.
           MOVE SPACES TO WS-FX-LINEA.
           STRING "FX " WS-FX-VIS " " WS-FX-ORIGEN " = "
               WS-FX-VIS-2 " " WS-FX-DESTINO
               " TASAS " WS-FX-TASA-VIS "/" WS-FX-TASA-VIS-2
               " DEL " WS-FX-FECHA-TABLA
               DELIMITED BY SIZE INTO WS-FX-LINEA.
           IF WS-FX-CAMBIOS-ANTIGUOS
               MOVE "CAMBIOS ANTIGUOS" TO WS-FX-LINEA (75:16)
           END-IF.

       00038-GRABAR-COTIZACION.
           MOVE WS-FX-LINEA TO HIS-LINEA.
           OPEN EXTEND HISTORIAL.
           WRITE HIS-LINEA.
           CLOSE HISTORIAL.

      *    CALCULOS DE FECHAS DE LA TRASTIENDA: DISPONIBILIDAD DE UN
      *    CHEQUE, VENCIMIENTO DE UN PLAZO O DIAS HABILES ENTRE DOS
      *    FECHAS, SIN CONTARLOS A MANO EN EL CALENDARIO
       00039-MODO-FECHAS.
           PERFORM 00041-CARGAR-FESTIVOS.
           DISPLAY "1-SUMAR DIAS HABILES,2-DIAS ENTRE FECHAS,"
           "3-DIA SEMANA,4-SIGUIENTE HABIL,5-SUMAR MESES" LINE 4.
           ACCEPT WS-ELECCION-FEC LINE 5.
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
               WS-TOKEN-4.
           EVALUATE WS-ELECCION-FEC
               WHEN 1
                   MOVE "DH" TO WS-TOKEN-1
               WHEN 2
                   MOVE "DE" TO WS-TOKEN-1
               WHEN 3
                   MOVE "DS" TO WS-TOKEN-1
               WHEN 4
                   MOVE "DP" TO WS-TOKEN-1
               WHEN 5
                   MOVE "DM" TO WS-TOKEN-1
               WHEN OTHER
                   DISPLAY "OPCION DE FECHAS INVALIDA" LINE 6
           END-EVALUATE.
           IF WS-TOKEN-1 NOT = SPACES
               DISPLAY "FECHA (AAAAMMDD): " LINE 6
               ACCEPT WS-TOKEN-2 LINE 7
               IF WS-TOKEN-1 = "DH"
                   DISPLAY "DIAS HABILES (NEGATIVO PARA RESTAR): "
                       LINE 8
                   ACCEPT WS-TOKEN-3 LINE 9
               END-IF
               IF WS-TOKEN-1 = "DM"
                   DISPLAY "MESES (NEGATIVO PARA RESTAR): " LINE 8
                   ACCEPT WS-TOKEN-3 LINE 9
               END-IF
               IF WS-TOKEN-1 = "DE"
                   DISPLAY "SEGUNDA FECHA (AAAAMMDD): " LINE 8
                   ACCEPT WS-TOKEN-3 LINE 9
               END-IF
               PERFORM 00040-CALCULAR-FECHA
               IF WS-FEC-ERROR = SPACES
                   DISPLAY WS-FEC-LINEA LINE 10
                   MOVE WS-FEC-LINEA TO HIS-LINEA
                   OPEN EXTEND HISTORIAL
                   WRITE HIS-LINEA
                   CLOSE HISTORIAL
               ELSE
                   IF WS-FEC-ERROR = "R8"
                       DISPLAY "FECHA NO VALIDA" LINE 10
                   ELSE
                       DISPLAY "DATO NO VALIDO" LINE 10
                   END-IF
               END-IF
           END-IF.
           STOP "PRESIONE CUALQUIER TECLA PARA CONTINUAR".

      *    COMUN A PANTALLA Y LOTE: EL CODIGO VA EN WS-TOKEN-1 Y LOS
      *    DATOS EN WS-TOKEN-2/3; EL RESULTADO QUEDA EN WS-FEC-LINEA
       00040-CALCULAR-FECHA.
           MOVE SPACES TO WS-FEC-ERROR.
           MOVE SPACES TO WS-FEC-LINEA.
           MOVE 0 TO WS-FEC-FECHA-1 WS-FEC-FECHA-2 WS-FEC-N.
           IF WS-TOKEN-2 = SPACES
               OR FUNCTION TEST-NUMVAL (WS-TOKEN-2) NOT = 0
               MOVE "R1" TO WS-FEC-ERROR
           ELSE
               COMPUTE WS-FEC-FECHA-1 = FUNCTION NUMVAL (WS-TOKEN-2)
               MOVE WS-FEC-FECHA-1 TO WS-FECHA-CALC-N
               PERFORM 00042-VALIDAR-FECHA
           END-IF.
           IF WS-FEC-ERROR = SPACES
               AND (WS-TOKEN-1 = "DH" OR "DE" OR "DM")
               IF WS-TOKEN-3 = SPACES
                   OR FUNCTION TEST-NUMVAL (WS-TOKEN-3) NOT = 0
                   MOVE "R1" TO WS-FEC-ERROR
               END-IF
           END-IF.
           IF WS-FEC-ERROR = SPACES AND WS-TOKEN-1 = "DE"
               COMPUTE WS-FEC-FECHA-2 = FUNCTION NUMVAL (WS-TOKEN-3)
               MOVE WS-FEC-FECHA-2 TO WS-FECHA-CALC-N
               PERFORM 00042-VALIDAR-FECHA
           END-IF.
           IF WS-FEC-ERROR = SPACES AND (WS-TOKEN-1 = "DH" OR "DM")
               COMPUTE WS-FEC-N = FUNCTION NUMVAL (WS-TOKEN-3)
               IF WS-FEC-N < 0
                   COMPUTE WS-FEC-RESTANTES = 0 - WS-FEC-N
               ELSE
                   MOVE WS-FEC-N TO WS-FEC-RESTANTES
               END-IF
           END-IF.
           IF WS-FEC-ERROR = SPACES
               MOVE WS-FEC-FECHA-1 TO WS-FECHA-CALC-N
               EVALUATE WS-TOKEN-1
                   WHEN "DH"
                       PERFORM 00043-SUMAR-HABILES
                   WHEN "DE"
                       PERFORM 00044-CONTAR-ENTRE-FECHAS
                   WHEN "DS"
                       PERFORM 00045-DIA-DE-LA-SEMANA
                   WHEN "DP"
                       PERFORM 00046-SIGUIENTE-HABIL
                   WHEN "DM"
                       PERFORM 00047-SUMAR-MESES
               END-EVALUATE
           END-IF.

       00041-CARGAR-FESTIVOS.
           MOVE 0 TO WS-NUM-FESTIVOS.
           OPEN INPUT FESTIVOS.
           IF WS-STATUS-FES = "00"
               PERFORM 00041A-LEER-FESTIVO
                   UNTIL WS-STATUS-FES NOT = "00"
                   OR WS-NUM-FESTIVOS = 100
               CLOSE FESTIVOS
           END-IF.

       00041A-LEER-FESTIVO.
           READ FESTIVOS
               AT END MOVE "10" TO WS-STATUS-FES
               NOT AT END
                   ADD 1 TO WS-NUM-FESTIVOS
                   SET WS-IDX-FES TO WS-NUM-FESTIVOS
                   MOVE FES-REGISTRO TO WS-FESTIVO (WS-IDX-FES)
           END-READ.

      *    LA FECHA DE WS-FECHA-CALC HA DE EXISTIR EN EL CALENDARIO
       00042-VALIDAR-FECHA.
           IF WS-FC-ANIO < 1900 OR WS-FC-MES < 1 OR WS-FC-MES > 12
               MOVE "R8" TO WS-FEC-ERROR
           ELSE
               PERFORM 00050-DIAS-DEL-MES
               IF WS-FC-DIA < 1 OR WS-FC-DIA > WS-DIAS-EN-MES
                   MOVE "R8" TO WS-FEC-ERROR
               END-IF
           END-IF.

      *    CADA DIA HABIL RECORRIDO CONSUME UNO DE LOS PEDIDOS, COMO
      *    EN LA FECHA DE ABONO DE LOS CHEQUES DE LA VENTANILLA
       00043-SUMAR-HABILES.
           IF WS-FEC-N < 0
               PERFORM 00043B-RETROCEDER-HABIL
                   UNTIL WS-FEC-RESTANTES = 0
           ELSE
               PERFORM 00043A-AVANZAR-HABIL
                   UNTIL WS-FEC-RESTANTES = 0
           END-IF.
           PERFORM 00051-COMPROBAR-DIA-HABIL.
           MOVE WS-NOMBRE-DIA (WS-Z-H + 1) TO WS-FEC-DIA-SEM.
           STRING "DH " WS-FEC-FECHA-1 " " DELIMITED BY SIZE
               WS-TOKEN-3 DELIMITED BY SPACE
               " DIAS HABILES = " WS-FECHA-CALC-N " " WS-FEC-DIA-SEM
               DELIMITED BY SIZE INTO WS-FEC-LINEA.

       00043A-AVANZAR-HABIL.
           PERFORM 00048-AVANZAR-UN-DIA.
           PERFORM 00051-COMPROBAR-DIA-HABIL.
           IF WS-DIA-ES-HABIL
               SUBTRACT 1 FROM WS-FEC-RESTANTES
           END-IF.

       00043B-RETROCEDER-HABIL.
           PERFORM 00049-RETROCEDER-UN-DIA.
           PERFORM 00051-COMPROBAR-DIA-HABIL.
           IF WS-DIA-ES-HABIL
               SUBTRACT 1 FROM WS-FEC-RESTANTES
           END-IF.

      *    DIAS NATURALES Y HABILES DESDE EL DIA SIGUIENTE A LA FECHA
      *    MENOR HASTA LA MAYOR INCLUSIVE, DE MODO QUE SUMAR A LA
      *    PRIMERA LOS HABILES CONTADOS DA LA SEGUNDA
       00044-CONTAR-ENTRE-FECHAS.
           IF WS-FEC-FECHA-1 > WS-FEC-FECHA-2
               MOVE WS-FEC-FECHA-2 TO WS-FECHA-CALC-N
               MOVE WS-FEC-FECHA-1 TO WS-FEC-FECHA-AUX
           ELSE
               MOVE WS-FEC-FECHA-2 TO WS-FEC-FECHA-AUX
           END-IF.
           MOVE 0 TO WS-FEC-NATURALES WS-FEC-HABILES.
           PERFORM 00044A-CONTAR-DIA
               UNTIL WS-FECHA-CALC-N = WS-FEC-FECHA-AUX.
           MOVE WS-FEC-NATURALES TO WS-FEC-NAT-VIS.
           MOVE WS-FEC-HABILES TO WS-FEC-HAB-VIS.
           STRING "DE " WS-FEC-FECHA-1 " " WS-FEC-FECHA-2
               " NATURALES = " WS-FEC-NAT-VIS
               " HABILES = " WS-FEC-HAB-VIS
               DELIMITED BY SIZE INTO WS-FEC-LINEA.

       00044A-CONTAR-DIA.
           PERFORM 00048-AVANZAR-UN-DIA.
           ADD 1 TO WS-FEC-NATURALES.
           PERFORM 00051-COMPROBAR-DIA-HABIL.
           IF WS-DIA-ES-HABIL
               ADD 1 TO WS-FEC-HABILES
           END-IF.

       00045-DIA-DE-LA-SEMANA.
           PERFORM 00051-COMPROBAR-DIA-HABIL.
           MOVE WS-NOMBRE-DIA (WS-Z-H + 1) TO WS-FEC-DIA-SEM.
           STRING "DS " WS-FEC-FECHA-1 " = " WS-FEC-DIA-SEM
               DELIMITED BY SIZE INTO WS-FEC-LINEA.
           IF WS-Z-H < 2
               MOVE "NO HABIL" TO WS-FEC-LINEA (26:8)
           ELSE
               IF NOT WS-DIA-ES-HABIL
                   MOVE "FESTIVO" TO WS-FEC-LINEA (26:7)
               END-IF
           END-IF.

      *    EL SIGUIENTE DIA HABIL POSTERIOR A LA FECHA, COMO AVANZA
      *    FINDIA LA FECHA DE NEGOCIO
       00046-SIGUIENTE-HABIL.
           PERFORM 00048-AVANZAR-UN-DIA.
           PERFORM 00051-COMPROBAR-DIA-HABIL.
           PERFORM 00046A-SALTAR-NO-HABIL
               UNTIL WS-DIA-ES-HABIL.
           MOVE WS-NOMBRE-DIA (WS-Z-H + 1) TO WS-FEC-DIA-SEM.
           STRING "DP " WS-FEC-FECHA-1 " SIGUIENTE HABIL = "
               WS-FECHA-CALC-N " " WS-FEC-DIA-SEM
               DELIMITED BY SIZE INTO WS-FEC-LINEA.

       00046A-SALTAR-NO-HABIL.
           PERFORM 00048-AVANZAR-UN-DIA.
           PERFORM 00051-COMPROBAR-DIA-HABIL.

      *    PLAZO EN MESES CON EL ACARREO DE FIN DE MES DE PLAZOS Y
      *    PRESTAMOS (MES A MES, EL DIA SE RECORTA AL ULTIMO DEL MES);
      *    SI EL VENCIMIENTO CAE EN DIA NO HABIL SE INDICA EL SIGUIENTE
       00047-SUMAR-MESES.
           IF WS-FEC-N < 0
               PERFORM 00053-RETROCEDER-UN-MES WS-FEC-RESTANTES TIMES
           ELSE
               PERFORM 00052-AVANZAR-UN-MES WS-FEC-RESTANTES TIMES
           END-IF.
           MOVE WS-FECHA-CALC-N TO WS-FEC-FECHA-2.
           PERFORM 00051-COMPROBAR-DIA-HABIL.
           MOVE WS-NOMBRE-DIA (WS-Z-H + 1) TO WS-FEC-DIA-SEM.
           STRING "DM " WS-FEC-FECHA-1 " " DELIMITED BY SIZE
               WS-TOKEN-3 DELIMITED BY SPACE
               " MESES = " WS-FEC-FECHA-2 " " WS-FEC-DIA-SEM
               DELIMITED BY SIZE INTO WS-FEC-LINEA.
           IF NOT WS-DIA-ES-HABIL
               PERFORM 00046A-SALTAR-NO-HABIL
                   UNTIL WS-DIA-ES-HABIL
               MOVE WS-FEC-LINEA TO WS-FEC-LINEA-AUX
               MOVE SPACES TO WS-FEC-LINEA
               STRING WS-FEC-LINEA-AUX DELIMITED BY "  "
                   " NO HABIL, SIGUIENTE HABIL " WS-FECHA-CALC-N
                   DELIMITED BY SIZE INTO WS-FEC-LINEA
           END-IF.

       00048-AVANZAR-UN-DIA.
           ADD 1 TO WS-FC-DIA.
           PERFORM 00050-DIAS-DEL-MES.
           IF WS-FC-DIA > WS-DIAS-EN-MES
               MOVE 1 TO WS-FC-DIA
               ADD 1 TO WS-FC-MES
               IF WS-FC-MES > 12
                   MOVE 1 TO WS-FC-MES
                   ADD 1 TO WS-FC-ANIO
               END-IF
           END-IF.

       00049-RETROCEDER-UN-DIA.
           IF WS-FC-DIA > 1
               SUBTRACT 1 FROM WS-FC-DIA
           ELSE
               IF WS-FC-MES > 1
                   SUBTRACT 1 FROM WS-FC-MES
               ELSE
                   MOVE 12 TO WS-FC-MES
                   SUBTRACT 1 FROM WS-FC-ANIO
               END-IF
               PERFORM 00050-DIAS-DEL-MES
               MOVE WS-DIAS-EN-MES TO WS-FC-DIA
           END-IF.

       00050-DIAS-DEL-MES.
           MOVE WS-DIAS-MES (WS-FC-MES) TO WS-DIAS-EN-MES.
           IF WS-FC-MES = 2
               DIVIDE WS-FC-ANIO BY 4 GIVING WS-TEMP-DIVISION
                   REMAINDER WS-RESTO-ANIO
               IF WS-RESTO-ANIO = 0
                   MOVE 29 TO WS-DIAS-EN-MES
                   DIVIDE WS-FC-ANIO BY 100 GIVING WS-TEMP-DIVISION
                       REMAINDER WS-RESTO-ANIO
                   IF WS-RESTO-ANIO = 0
                       MOVE 28 TO WS-DIAS-EN-MES
                       DIVIDE WS-FC-ANIO BY 400
                           GIVING WS-TEMP-DIVISION
                           REMAINDER WS-RESTO-ANIO
                       IF WS-RESTO-ANIO = 0
                           MOVE 29 TO WS-DIAS-EN-MES
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    DIA HABIL = NI SABADO NI DOMINGO (ZELLER: H 0 O 1) NI
      *    FECHA DEL CALENDARIO DE FESTIVOS
       00051-COMPROBAR-DIA-HABIL.
           MOVE "S" TO WS-ES-HABIL.
           MOVE WS-FC-ANIO TO WS-Z-ANIO.
           MOVE WS-FC-MES  TO WS-Z-MES.
           IF WS-Z-MES < 3
               ADD 12 TO WS-Z-MES
               SUBTRACT 1 FROM WS-Z-ANIO
           END-IF.
           DIVIDE WS-Z-ANIO BY 100
               GIVING WS-Z-SIGLO REMAINDER WS-Z-ANIO2.
           COMPUTE WS-Z-T1 = 13 * (WS-Z-MES + 1).
           DIVIDE WS-Z-T1 BY 5 GIVING WS-Z-T1.
           DIVIDE WS-Z-ANIO2 BY 4 GIVING WS-Z-T2.
           DIVIDE WS-Z-SIGLO BY 4 GIVING WS-Z-T3.
           COMPUTE WS-Z-H = WS-FC-DIA + WS-Z-T1 + WS-Z-ANIO2
               + WS-Z-T2 + WS-Z-T3 + 5 * WS-Z-SIGLO.
           DIVIDE WS-Z-H BY 7
               GIVING WS-Z-COCIENTE REMAINDER WS-Z-H.
           IF WS-Z-H < 2
               MOVE "N" TO WS-ES-HABIL
           ELSE
               IF WS-NUM-FESTIVOS > 0
                   SET WS-IDX-FES TO 1
                   SEARCH WS-FESTIVO
                       AT END CONTINUE
                       WHEN WS-IDX-FES > WS-NUM-FESTIVOS
                           CONTINUE
                       WHEN WS-FESTIVO (WS-IDX-FES) = WS-FECHA-CALC-N
                           MOVE "N" TO WS-ES-HABIL
                   END-SEARCH
               END-IF
           END-IF.

       00052-AVANZAR-UN-MES.
           ADD 1 TO WS-FC-MES.
           IF WS-FC-MES > 12
               MOVE 1 TO WS-FC-MES
               ADD 1 TO WS-FC-ANIO
           END-IF.
           PERFORM 00050-DIAS-DEL-MES.
           IF WS-FC-DIA > WS-DIAS-EN-MES
               MOVE WS-DIAS-EN-MES TO WS-FC-DIA
           END-IF.

       00053-RETROCEDER-UN-MES.
           IF WS-FC-MES > 1
               SUBTRACT 1 FROM WS-FC-MES
           ELSE
               MOVE 12 TO WS-FC-MES
               SUBTRACT 1 FROM WS-FC-ANIO
           END-IF.
           PERFORM 00050-DIAS-DEL-MES.
           IF WS-FC-DIA > WS-DIAS-EN-MES
               MOVE WS-DIAS-EN-MES TO WS-FC-DIA
           END-IF.

       00054-CALCULAR-FECHA-LOTE.
           PERFORM 00040-CALCULAR-FECHA.
           IF WS-FEC-ERROR = SPACES
               MOVE WS-FEC-LINEA TO RES-LINEA
               WRITE RES-LINEA
               ADD 1 TO WS-LINEAS-CALCULADAS
           ELSE
               MOVE WS-FEC-ERROR TO WS-CODIGO-RECHAZO
               PERFORM 00012-RECHAZAR-LINEA
           END-IF.

       00008-MEMORIA-SUMAR.
      *    ACUMULA EL ULTIMO RESULTADO CALCULADO EN LA MEMORIA (M+).
           ADD WS-RESULTADO TO WS-MEMORIA.
