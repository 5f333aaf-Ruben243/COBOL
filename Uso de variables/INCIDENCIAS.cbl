      ******************************************************************
      * Author:
      * Date:
      * Purpose: ALTA DE INCIDENCIAS VARIABLES DE NOMINA: HORAS
      *          EXTRA, COMISIONES, PRIMAS Y DESCUENTOS PUNTUALES
      *          (ANTICIPOS, COMPRAS DE PERSONAL) POR EMPLEADO Y
      *          PERIODO EN EL MAESTRO INCIDENCIAS.DAT. EL CONCEPTO SE
      *          VALIDA CONTRA EL CUADRO CONCEPTOS-NOMINA.TXT, QUE DA
      *          SU DESCRIPCION, SI SUMA O DESCUENTA, EL PRECIO POR
      *          UNIDAD (CERO SI SE TECLEA EL IMPORTE) Y SI TRIBUTA
      *          POR DEFECTO. LA NOMINA DEL PERIODO LAS PAGA Y LAS
      *          DEJA LIQUIDADAS; LAS DE EMPLEADOS INACTIVOS O
      *          DESCONOCIDOS LAS RECHAZA. SOLO SE ANULAN LAS
      *          PENDIENTES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENCIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENCIAS ASSIGN TO "INCIDENCIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-CLAVE
           FILE STATUS IS WS-STATUS-INC.

      *    CUADRO DE CONCEPTOS DE NOMINA VARIABLE
           SELECT CONCEPTOS ASSIGN TO "CONCEPTOS-NOMINA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CNC.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENCIAS.
       01  INC-REGISTRO.
           02 INC-CLAVE.
               03 INC-EMPLEADO PIC 9(06).
               03 INC-PERIODO  PIC 9(06).
               03 INC-LINEA    PIC 9(02).
           02 INC-CONCEPTO     PIC X(03).
           02 INC-UNIDADES     PIC 9(04)V99.
           02 INC-IMPORTE      PIC 9(06)V99.
           02 INC-SIGNO        PIC X(01).
               88 INC-DEVENGO   VALUE "+".
               88 INC-DESCUENTO VALUE "-".
           02 INC-TRIBUTA      PIC X(01).
               88 INC-TRIBUTABLE VALUE "S".
               88 INC-EXENTA     VALUE "N".
           02 INC-ESTADO       PIC X(01).
               88 INC-PENDIENTE VALUE "P".
               88 INC-PAGADA    VALUE "L".
               88 INC-RECHAZADA VALUE "R".
           02 INC-FECHA-ALTA   PIC 9(08).

       FD  CONCEPTOS.
       01  CNC-REGISTRO.
           02 CNC-CODIGO      PIC X(03).
           02 FILLER          PIC X(01).
           02 CNC-DESCRIPCION PIC X(20).
           02 FILLER          PIC X(01).
           02 CNC-SIGNO       PIC X(01).
           02 FILLER          PIC X(01).
           02 CNC-PRECIO      PIC 9(05)V99.
           02 FILLER          PIC X(01).
           02 CNC-TRIBUTA     PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-INC PIC X(02).
       77 WS-STATUS-CNC PIC X(02).
       77 WKS-EOF-INC PIC X(01).
           88 WKS-FIN-INC VALUE "S".
       77 WS-OPCION PIC 9(01).

      * CUADRO DE CONCEPTOS EN MEMORIA
       77 WKS-NUM-CONCEPTOS PIC 9(02) VALUE 0.
       01 WKS-TABLA-CONCEPTOS.
           05 WKS-CONCEPTO-ENTRY OCCURS 50 TIMES
               INDEXED BY WKS-IDX-CNC.
               10 WKS-CN-CODIGO      PIC X(03).
               10 WKS-CN-DESCRIPCION PIC X(20).
               10 WKS-CN-SIGNO       PIC X(01).
               10 WKS-CN-PRECIO      PIC 9(05)V99.
               10 WKS-CN-TRIBUTA     PIC X(01).
       77 WKS-CNC-OK PIC X(01).
           88 WKS-CONCEPTO-VALIDO VALUE "S".

      * DATOS DE LA INCIDENCIA EN CURSO
       77 WKS-EMPLEADO  PIC 9(06).
       77 WKS-PERIODO   PIC 9(06).
       77 WKS-LINEA     PIC 9(02).
       77 WKS-CONCEPTO  PIC X(03).
       77 WKS-UNIDADES  PIC 9(04)V99.
       77 WKS-IMPORTE   PIC 9(06)V99.
       77 WKS-TRIBUTA   PIC X(01).
       77 WKS-ULTIMA-LINEA PIC 9(02).
       77 WKS-IMPORTE-VIS PIC ZZZZZ9.99.

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS PIC 9(04).
           05 WS-MES-SIS  PIC 9(02).
           05 WS-DIA-SIS  PIC 9(02).

       PROCEDURE DIVISION.
       000001-INCIDENCIAS.
           PERFORM 000002-CARGAR-CONCEPTOS.
           IF WKS-NUM-CONCEPTOS = 0
               DISPLAY "NO HAY CUADRO DE CONCEPTOS"
               " (CONCEPTOS-NOMINA.TXT)" LINE 2 COLUMN 10
               BACKGROUND-COLOR 4
               STOP "PULSA INTRO PARA SALIR"
               STOP RUN
           END-IF.
           OPEN I-O INCIDENCIAS.
           IF WS-STATUS-INC = "35"
               OPEN OUTPUT INCIDENCIAS
               CLOSE INCIDENCIAS
               OPEN I-O INCIDENCIAS
           END-IF.
           PERFORM 000004-MENU UNTIL WS-OPCION = 3.
           CLOSE INCIDENCIAS.
           STOP RUN.

           000002-CARGAR-CONCEPTOS.
               OPEN INPUT CONCEPTOS.
               IF WS-STATUS-CNC = "00"
                   PERFORM 000002A-LEER-CONCEPTO
                       UNTIL WS-STATUS-CNC NOT = "00"
                       OR WKS-NUM-CONCEPTOS = 50
                   CLOSE CONCEPTOS
               END-IF.

           000002A-LEER-CONCEPTO.
               READ CONCEPTOS
                   AT END MOVE "10" TO WS-STATUS-CNC
                   NOT AT END
                       ADD 1 TO WKS-NUM-CONCEPTOS
                       SET WKS-IDX-CNC TO WKS-NUM-CONCEPTOS
                       MOVE CNC-CODIGO
                           TO WKS-CN-CODIGO (WKS-IDX-CNC)
                       MOVE CNC-DESCRIPCION
                           TO WKS-CN-DESCRIPCION (WKS-IDX-CNC)
                       MOVE CNC-SIGNO TO WKS-CN-SIGNO (WKS-IDX-CNC)
                       MOVE CNC-PRECIO TO WKS-CN-PRECIO (WKS-IDX-CNC)
                       MOVE CNC-TRIBUTA
                           TO WKS-CN-TRIBUTA (WKS-IDX-CNC)
               END-READ.

           000004-MENU.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "INCIDENCIAS VARIABLES DE NOMINA" LINE 2
               COLUMN 20 BACKGROUND-COLOR 2.
               DISPLAY "1-ALTA DE INCIDENCIA" LINE 3 COLUMN 20
               BACKGROUND-COLOR 5.
               DISPLAY "2-ANULAR INCIDENCIA PENDIENTE" LINE 4
               COLUMN 20 BACKGROUND-COLOR 5.
               DISPLAY "3-SALIR" LINE 5 COLUMN 20
               BACKGROUND-COLOR 5.
               ACCEPT WS-OPCION LINE 6 COLUMN 20.

               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 000005-ALTA-INCIDENCIA
                   WHEN 2
                       PERFORM 000008-ANULAR-INCIDENCIA
               END-EVALUATE.

      *        EL IMPORTE SALE DE LAS UNIDADES POR EL PRECIO DEL
      *        CONCEPTO, O SE TECLEA SI EL CONCEPTO NO TIENE PRECIO
           000005-ALTA-INCIDENCIA.
               DISPLAY "ID DEL EMPLEADO: " LINE 8 COLUMN 20.
               ACCEPT WKS-EMPLEADO LINE 8 COLUMN 50.
               DISPLAY "PERIODO (AAAAMM, 0=MES EN CURSO): " LINE 9
               COLUMN 20.
               ACCEPT WKS-PERIODO LINE 9 COLUMN 55.
               IF WKS-PERIODO = 0
                   ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
                   COMPUTE WKS-PERIODO =
                       WS-ANIO-SIS * 100 + WS-MES-SIS
               END-IF.
               DISPLAY "CONCEPTO: " LINE 10 COLUMN 20.
               ACCEPT WKS-CONCEPTO LINE 10 COLUMN 50.
               PERFORM 000006-BUSCAR-CONCEPTO.
               IF NOT WKS-CONCEPTO-VALIDO
                   DISPLAY "CONCEPTO NO EXISTE EN EL CUADRO" LINE 14
                   COLUMN 20 BACKGROUND-COLOR 4
               ELSE
                   DISPLAY WKS-CN-DESCRIPCION (WKS-IDX-CNC) LINE 10
                   COLUMN 55
                   MOVE 0 TO WKS-UNIDADES
                   IF WKS-CN-PRECIO (WKS-IDX-CNC) > 0
                       DISPLAY "UNIDADES: " LINE 11 COLUMN 20
                       ACCEPT WKS-UNIDADES LINE 11 COLUMN 50
                       COMPUTE WKS-IMPORTE ROUNDED = WKS-UNIDADES
                           * WKS-CN-PRECIO (WKS-IDX-CNC)
                   ELSE
                       DISPLAY "IMPORTE: " LINE 11 COLUMN 20
                       ACCEPT WKS-IMPORTE LINE 11 COLUMN 50
                   END-IF
                   DISPLAY "TRIBUTA (S/N, INTRO=SEGUN CONCEPTO): "
                   LINE 12 COLUMN 20
                   MOVE SPACE TO WKS-TRIBUTA
                   ACCEPT WKS-TRIBUTA LINE 12 COLUMN 58
                   IF WKS-TRIBUTA = SPACE
                       MOVE WKS-CN-TRIBUTA (WKS-IDX-CNC) TO WKS-TRIBUTA
                   END-IF
                   IF WKS-TRIBUTA = "s"
                       MOVE "S" TO WKS-TRIBUTA
                   END-IF
                   IF WKS-TRIBUTA = "n"
                       MOVE "N" TO WKS-TRIBUTA
                   END-IF
                   IF WKS-IMPORTE = 0
                       OR (WKS-TRIBUTA NOT = "S" AND NOT = "N")
                       DISPLAY "IMPORTE O TRIBUTACION NO VALIDOS"
                       LINE 14 COLUMN 20 BACKGROUND-COLOR 4
                   ELSE
                       PERFORM 000007-GRABAR-INCIDENCIA
                   END-IF
               END-IF.
               STOP "PULSA INTRO PARA CONTINUAR".

           000006-BUSCAR-CONCEPTO.
               MOVE "N" TO WKS-CNC-OK.
               SET WKS-IDX-CNC TO 1.
               SEARCH WKS-CONCEPTO-ENTRY
                   AT END CONTINUE
                   WHEN WKS-IDX-CNC > WKS-NUM-CONCEPTOS
                       CONTINUE
                   WHEN WKS-CN-CODIGO (WKS-IDX-CNC) = WKS-CONCEPTO
                       SET WKS-CONCEPTO-VALIDO TO TRUE
               END-SEARCH.

      *        CADA INCIDENCIA DEL EMPLEADO EN EL PERIODO LLEVA SU
      *        NUMERO DE LINEA CORRELATIVO
           000007-GRABAR-INCIDENCIA.
               MOVE 0 TO WKS-ULTIMA-LINEA.
               MOVE "N" TO WKS-EOF-INC.
               MOVE WKS-EMPLEADO TO INC-EMPLEADO.
               MOVE WKS-PERIODO TO INC-PERIODO.
               MOVE 0 TO INC-LINEA.
               START INCIDENCIAS KEY IS NOT LESS THAN INC-CLAVE
                   INVALID KEY SET WKS-FIN-INC TO TRUE
               END-START.
               PERFORM 000007A-LEER-INCIDENCIA.
               PERFORM 000007B-CONTAR-LINEA UNTIL WKS-FIN-INC.
               IF WKS-ULTIMA-LINEA = 99
                   DISPLAY "EL EMPLEADO YA TIENE 99 INCIDENCIAS EN EL"
                   " PERIODO" LINE 14 COLUMN 20 BACKGROUND-COLOR 4
               ELSE
                   ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
                   MOVE SPACES TO INC-REGISTRO
                   MOVE WKS-EMPLEADO TO INC-EMPLEADO
                   MOVE WKS-PERIODO TO INC-PERIODO
                   COMPUTE INC-LINEA = WKS-ULTIMA-LINEA + 1
                   MOVE WKS-CONCEPTO TO INC-CONCEPTO
                   MOVE WKS-UNIDADES TO INC-UNIDADES
                   MOVE WKS-IMPORTE TO INC-IMPORTE
                   MOVE WKS-CN-SIGNO (WKS-IDX-CNC) TO INC-SIGNO
                   MOVE WKS-TRIBUTA TO INC-TRIBUTA
                   MOVE "P" TO INC-ESTADO
                   MOVE WS-FECHA-SISTEMA TO INC-FECHA-ALTA
                   WRITE INC-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR LA INCIDENCIA"
                           LINE 14 COLUMN 20 BACKGROUND-COLOR 4
                       NOT INVALID KEY
                           MOVE INC-IMPORTE TO WKS-IMPORTE-VIS
                           DISPLAY "INCIDENCIA GRABADA, LINEA "
                           LINE 14 COLUMN 20 BACKGROUND-COLOR 2
                           DISPLAY INC-LINEA LINE 14 COLUMN 46
                           BACKGROUND-COLOR 2
                           DISPLAY INC-SIGNO WKS-IMPORTE-VIS
                           LINE 14 COLUMN 50 BACKGROUND-COLOR 2
                   END-WRITE
               END-IF.

           000007A-LEER-INCIDENCIA.
               IF NOT WKS-FIN-INC
                   READ INCIDENCIAS NEXT RECORD
                       AT END SET WKS-FIN-INC TO TRUE
                   END-READ
               END-IF.
               IF NOT WKS-FIN-INC
                   IF INC-EMPLEADO NOT = WKS-EMPLEADO
                       OR INC-PERIODO NOT = WKS-PERIODO
                       SET WKS-FIN-INC TO TRUE
                   END-IF
               END-IF.

           000007B-CONTAR-LINEA.
               MOVE INC-LINEA TO WKS-ULTIMA-LINEA.
               PERFORM 000007A-LEER-INCIDENCIA.

      *        LO YA PAGADO O RECHAZADO POR LA NOMINA NO SE TOCA
           000008-ANULAR-INCIDENCIA.
               DISPLAY "ID DEL EMPLEADO: " LINE 8 COLUMN 20.
               ACCEPT INC-EMPLEADO LINE 8 COLUMN 50.
               DISPLAY "PERIODO (AAAAMM): " LINE 9 COLUMN 20.
               ACCEPT INC-PERIODO LINE 9 COLUMN 50.
               DISPLAY "LINEA: " LINE 10 COLUMN 20.
               ACCEPT INC-LINEA LINE 10 COLUMN 50.
               READ INCIDENCIAS
                   INVALID KEY
                       DISPLAY "INCIDENCIA NO ENCONTRADA" LINE 14
                       COLUMN 20 BACKGROUND-COLOR 4
                   NOT INVALID KEY
                       IF NOT INC-PENDIENTE
                           DISPLAY "LA INCIDENCIA YA FUE TRATADA POR"
                           " LA NOMINA" LINE 14 COLUMN 20
                           BACKGROUND-COLOR 4
                       ELSE
                           DELETE INCIDENCIAS
                           DISPLAY "INCIDENCIA ANULADA" LINE 14
                           COLUMN 20 BACKGROUND-COLOR 2
                       END-IF
               END-READ.
               STOP "PULSA INTRO PARA CONTINUAR".

       END PROGRAM INCIDENCIAS.
