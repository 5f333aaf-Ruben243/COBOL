      ******************************************************************
      * Author:
      * Date:
      * Purpose: ENTRADA EN VIGOR NOCTURNA DE LOS CAMBIOS DE
      *          PARAMETROS. SE LANZA AL PRINCIPIO DE LA CADENA
      *          NOCTURNA, ANTES DE CAJEROBAT, INTERES Y COMISION, Y
      *          APLICA A SU FICHERO EN VIGOR (CAMBIOS.TXT,
      *          TRAMOS-INTERES.TXT, FESTIVOS.TXT, TARIFAS.TXT O
      *          UMBRAL-SUPERVISOR.TXT) LAS PROPUESTAS DE
      *          PROPUESTAS-PARAM.DAT YA APROBADAS EN PARAMREV CUYA
      *          FECHA DE EFECTO HA LLEGADO A LA FECHA DE NEGOCIO, SIN
      *          ESPERAR A QUE UN SUPERVISOR ENTRE EN PARAMREV. ES EL
      *          MISMO CRITERIO QUE APLICA PARAMREV AL ARRANCAR; UNA
      *          PROPUESTA APLICADA QUEDA MARCADA Y NO SE REPITE. LAS
      *          QUE NO CABEN EN SU TABLA SE CUENTAN COMO RECHAZADAS Y
      *          LA EJECUCION TERMINA CON AVISO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMVIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PROPUESTAS DE CAMBIO DE PARAMETROS Y SU HISTORICO
           SELECT PROPUESTAS ASSIGN TO "../PROPUESTAS-PARAM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRP-ID
           FILE STATUS IS WS-STATUS-PRP.

      *    LAS CINCO TABLAS SE LEEN Y REESCRIBEN POR EL MISMO
      *    FICHERO, ASIGNADO POR VARIABLE
           SELECT TABLA-PARAM ASSIGN USING WS-NOMBRE-TABLA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TPA.

      *    FECHA DE NEGOCIO EN CURSO (LA AVANZA FINDIA EN EL CIERRE)
           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

      *    BITACORA COMUN DE EJECUCIONES DE LA CADENA NOCTURNA
           SELECT OPTIONAL RUN-LOG ASSIGN TO "../RUN-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD PROPUESTAS.
         01 PRP-REGISTRO.
             02 PRP-ID       PIC 9(08).
             02 PRP-TABLA    PIC X(08).
                 88 PRP-ES-CAMBIOS  VALUE "CAMBIOS".
                 88 PRP-ES-TRAMOS   VALUE "TRAMOS".
                 88 PRP-ES-FESTIVOS VALUE "FESTIVOS".
                 88 PRP-ES-TARIFAS  VALUE "TARIFAS".
                 88 PRP-ES-UMBRAL   VALUE "UMBRAL".
             02 PRP-ACCION   PIC X(01).
                 88 PRP-ES-ALTA VALUE "A".
                 88 PRP-ES-BAJA VALUE "B".
             02 PRP-CLAVE    PIC X(12).
             02 PRP-VALOR-ANTERIOR PIC X(40).
             02 PRP-VALOR-NUEVO    PIC X(40).
             02 PRP-FECHA-EFECTO   PIC 9(08).
             02 PRP-PROPONENTE     PIC X(08).
             02 PRP-FECHA-PROPUESTA PIC 9(08).
             02 PRP-ESTADO   PIC X(01).
                 88 PRP-PENDIENTE VALUE "P".
                 88 PRP-APROBADA  VALUE "A".
                 88 PRP-RECHAZADA VALUE "R".
             02 PRP-REVISOR  PIC X(08).
             02 PRP-FECHA-REVISION PIC 9(08).
             02 PRP-APLICADA PIC X(01).
                 88 PRP-YA-APLICADA VALUE "S".

        FD TABLA-PARAM.
         01 TPA-LINEA PIC X(40).

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
       77 WS-STATUS-PRP PIC X(02).
       77 WS-STATUS-TPA PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-EOF-PRP PIC X(01) VALUE "N".
           88 WS-FIN-PRP VALUE "S".

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).
       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.

      * TABLA DE PARAMETROS EN MEMORIA: CADA LINEA DEL FICHERO EN
      * VIGOR SE COMPARA POR SU CLAVE (LOS PRIMEROS WS-LONG-CLAVE
      * CARACTERES; LOS TRAMOS SE COMPARAN ENTEROS)
       77 WS-NOMBRE-TABLA PIC X(30).
       77 WS-LONG-CLAVE PIC 9(02).
       77 WS-NUM-LINEAS PIC 9(03) VALUE 0.
       01 WS-TABLA-LINEAS.
           05 WS-LINEA-PARAM OCCURS 100 TIMES
               INDEXED BY WS-IDX-LIN PIC X(40).
       77 WS-IDX-TRABAJO PIC 9(03).
       77 WS-LINEA-BUSCADA PIC X(40).
       77 WS-LINEA-HALLADA PIC X(01).
           88 WS-LINEA-EXISTE VALUE "S".
       77 WS-APLICACION PIC X(01).
           88 WS-APLICACION-OK VALUE "S".
       77 WS-APLICADAS PIC 9(08) VALUE 0.
       77 WS-NO-APLICADAS PIC 9(08) VALUE 0.

      * BITACORA DE LA CADENA NOCTURNA: HORA DE INICIO Y FIN,
      * PROPUESTAS APLICADAS Y NO APLICADAS Y RESULTADO
       77 WS-HORA-INICIO PIC 9(08).
       77 WS-HORA-FIN    PIC 9(08).
       77 WS-RESULTADO-RUN PIC X(02) VALUE "OK".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            PERFORM 00001-CARGAR-FECHA-NEGOCIO.
            OPEN I-O PROPUESTAS.
            IF WS-STATUS-PRP = "00"
                PERFORM 00002-APLICAR-VENCIDAS
                CLOSE PROPUESTAS
            ELSE
      *         SIN FICHERO DE PROPUESTAS NO HAY NADA QUE APLICAR
                IF WS-STATUS-PRP NOT = "35"
                    DISPLAY "ERROR AL ABRIR PROPUESTAS-PARAM.DAT: "
                        WS-STATUS-PRP
                    MOVE "KO" TO WS-RESULTADO-RUN
                END-IF
            END-IF.
            IF WS-NO-APLICADAS > 0
                MOVE "AV" TO WS-RESULTADO-RUN
            END-IF.

            DISPLAY "FECHA DE NEGOCIO     : " WS-FECHA-NEGOCIO.
            DISPLAY "PROPUESTAS APLICADAS : " WS-APLICADAS.
            DISPLAY "NO APLICADAS (LLENA) : " WS-NO-APLICADAS.
            PERFORM 00030-ANOTAR-RUN-LOG.
            STOP RUN.

           00001-CARGAR-FECHA-NEGOCIO.
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

      *        PROPUESTAS YA APROBADAS CON FECHA DE EFECTO QUE HA
      *        LLEGADO A LA FECHA DE NEGOCIO Y AUN NO APLICADAS
           00002-APLICAR-VENCIDAS.
               MOVE "N" TO WS-EOF-PRP.
               MOVE 0 TO PRP-ID.
               START PROPUESTAS KEY IS NOT LESS THAN PRP-ID
                   INVALID KEY SET WS-FIN-PRP TO TRUE
               END-START.
               PERFORM 00002A-LEER-PROPUESTA.
               PERFORM 00002B-APLICAR-SI-VENCIDA UNTIL WS-FIN-PRP.

           00002A-LEER-PROPUESTA.
               IF NOT WS-FIN-PRP
                   READ PROPUESTAS NEXT RECORD
                       AT END SET WS-FIN-PRP TO TRUE
                   END-READ
               END-IF.

           00002B-APLICAR-SI-VENCIDA.
               IF PRP-APROBADA AND NOT PRP-YA-APLICADA
                   AND PRP-FECHA-EFECTO NOT > WS-FECHA-NEGOCIO
                   PERFORM 00010-APLICAR-PROPUESTA
                   IF WS-APLICACION-OK
                       ADD 1 TO WS-APLICADAS
                   ELSE
                       ADD 1 TO WS-NO-APLICADAS
                       DISPLAY "PROPUESTA " PRP-ID " (" PRP-TABLA
                           ") NO APLICADA: TABLA LLENA"
                   END-IF
               END-IF.
               PERFORM 00002A-LEER-PROPUESTA.

      *        LA MISMA APLICACION QUE HACE PARAMREV: UMBRAL SE
      *        SUSTITUYE ENTERO, UNA BAJA QUITA LA LINEA DE LA CLAVE Y
      *        UNA ALTA LA SUSTITUYE O LA ANADE AL FINAL
           00010-APLICAR-PROPUESTA.
               MOVE "S" TO WS-APLICACION.
               EVALUATE TRUE
                   WHEN PRP-ES-CAMBIOS
                       MOVE "../CAMBIOS.TXT" TO WS-NOMBRE-TABLA
                       MOVE 3 TO WS-LONG-CLAVE
                   WHEN PRP-ES-TRAMOS
                       MOVE "../TRAMOS-INTERES.TXT" TO WS-NOMBRE-TABLA
                       MOVE 40 TO WS-LONG-CLAVE
                   WHEN PRP-ES-FESTIVOS
                       MOVE "../FESTIVOS.TXT" TO WS-NOMBRE-TABLA
                       MOVE 8 TO WS-LONG-CLAVE
                   WHEN PRP-ES-TARIFAS
                       MOVE "../TARIFAS.TXT" TO WS-NOMBRE-TABLA
                       MOVE 1 TO WS-LONG-CLAVE
                   WHEN PRP-ES-UMBRAL
                       MOVE "../UMBRAL-SUPERVISOR.TXT"
                           TO WS-NOMBRE-TABLA
                       MOVE 40 TO WS-LONG-CLAVE
               END-EVALUATE.
               PERFORM 00011-CARGAR-TABLA.
               IF PRP-ES-UMBRAL
                   MOVE 1 TO WS-NUM-LINEAS
                   MOVE PRP-VALOR-NUEVO TO WS-LINEA-PARAM (1)
               ELSE
               IF PRP-ES-BAJA
                   MOVE PRP-VALOR-ANTERIOR TO WS-LINEA-BUSCADA
                   PERFORM 00013-BUSCAR-LINEA
                   IF WS-LINEA-EXISTE
                       SET WS-IDX-TRABAJO TO WS-IDX-LIN
                       PERFORM 00014-COMPACTAR
                           UNTIL WS-IDX-TRABAJO NOT < WS-NUM-LINEAS
                       SUBTRACT 1 FROM WS-NUM-LINEAS
                   END-IF
               ELSE
                   MOVE PRP-VALOR-NUEVO TO WS-LINEA-BUSCADA
                   PERFORM 00013-BUSCAR-LINEA
                   IF WS-LINEA-EXISTE
                       MOVE PRP-VALOR-NUEVO
                           TO WS-LINEA-PARAM (WS-IDX-LIN)
                   ELSE
                   IF WS-NUM-LINEAS < 100
                       ADD 1 TO WS-NUM-LINEAS
                       SET WS-IDX-LIN TO WS-NUM-LINEAS
                       MOVE PRP-VALOR-NUEVO
                           TO WS-LINEA-PARAM (WS-IDX-LIN)
                   ELSE
                       MOVE "N" TO WS-APLICACION
                   END-IF
                   END-IF
               END-IF
               END-IF.
               IF WS-APLICACION-OK
                   PERFORM 00012-GRABAR-TABLA
                   MOVE "S" TO PRP-APLICADA
                   REWRITE PRP-REGISTRO
               END-IF.

           00011-CARGAR-TABLA.
               MOVE 0 TO WS-NUM-LINEAS.
               OPEN INPUT TABLA-PARAM.
               IF WS-STATUS-TPA = "00"
                   PERFORM 00011A-LEER-LINEA
                       UNTIL WS-STATUS-TPA NOT = "00"
                       OR WS-NUM-LINEAS = 100
                   CLOSE TABLA-PARAM
               END-IF.

           00011A-LEER-LINEA.
               READ TABLA-PARAM
                   AT END MOVE "10" TO WS-STATUS-TPA
                   NOT AT END
                       ADD 1 TO WS-NUM-LINEAS
                       SET WS-IDX-LIN TO WS-NUM-LINEAS
                       MOVE TPA-LINEA TO WS-LINEA-PARAM (WS-IDX-LIN)
               END-READ.

           00012-GRABAR-TABLA.
               OPEN OUTPUT TABLA-PARAM.
               PERFORM 00012A-GRABAR-LINEA
                   VARYING WS-IDX-LIN FROM 1 BY 1
                   UNTIL WS-IDX-LIN > WS-NUM-LINEAS.
               CLOSE TABLA-PARAM.

           00012A-GRABAR-LINEA.
               MOVE WS-LINEA-PARAM (WS-IDX-LIN) TO TPA-LINEA.
               WRITE TPA-LINEA.

           00013-BUSCAR-LINEA.
               MOVE "N" TO WS-LINEA-HALLADA.
               IF WS-NUM-LINEAS > 0
                   SET WS-IDX-LIN TO 1
                   SEARCH WS-LINEA-PARAM
                       AT END CONTINUE
                       WHEN WS-IDX-LIN > WS-NUM-LINEAS
                           CONTINUE
                       WHEN WS-LINEA-PARAM (WS-IDX-LIN)
                           (1:WS-LONG-CLAVE)
                           = WS-LINEA-BUSCADA (1:WS-LONG-CLAVE)
                           SET WS-LINEA-EXISTE TO TRUE
                   END-SEARCH
               END-IF.

           00014-COMPACTAR.
               SET WS-IDX-LIN TO WS-IDX-TRABAJO.
               MOVE WS-LINEA-PARAM (WS-IDX-LIN + 1)
                   TO WS-LINEA-PARAM (WS-IDX-LIN).
               ADD 1 TO WS-IDX-TRABAJO.

           00030-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "PARAMVIG" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-APLICADAS TO RLOG-PROCESADOS.
               MOVE WS-NO-APLICADAS TO RLOG-RECHAZADOS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM PARAMVIG.
