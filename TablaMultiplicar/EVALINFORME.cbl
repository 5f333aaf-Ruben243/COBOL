      *          QUIZ DE TABLAMULTIPLICAR): POR CADA ALUMNO LISTA SUS
      *          SESIONES EN ORDEN CON EL PORCENTAJE DE ACIERTOS (LA
      *          TENDENCIA ENTRE LA PRIMERA Y LA ULTIMA), EL TIEMPO
      *          MEDIO POR PREGUNTA, EL DESGLOSE POR MODO (M/R/D Y LOS
      *          SIMULACROS DE EFECTIVO E Y DE CAMBIO DE DIVISA C) Y
      *          POR RANGO DE TABLAS SENIALANDO EL RANGO QUE MAS
      *          FALLA, Y CIERRA CON EL RANKING DE TODOS LOS ALUMNOS
      *          PARA EL SUPERVISOR. TODO A EVALUACIONES-INFORME.TXT
       77 WS-PRIMER-PCT PIC 9(03)V99.
       77 WS-ULTIMO-PCT PIC 9(03)V99.
       01 WS-ACUM-MODOS.
           05 WS-MODO-ENTRY OCCURS 5 TIMES INDEXED BY WS-IDX-MOD.
               10 WS-MO-ACIERTOS  PIC 9(05).
               10 WS-MO-PREGUNTAS PIC 9(05).
       77 WS-MODO-NUM PIC 9(01).
               MOVE 0 TO WS-NUM-RANGOS.
               PERFORM 00004-LIMPIAR-MODOS
                   VARYING WS-IDX-MOD FROM 1 BY 1
                   UNTIL WS-IDX-MOD > 5.

               MOVE SPACES TO INF-LINEA.
               WRITE INF-LINEA.
                   MOVE WS-PCT TO WS-ULTIMO-PCT
                   MOVE WS-PCT TO WS-PCT-VIS
                   MOVE SPACES TO INF-LINEA
      *            LOS SIMULACROS NO TIENEN RANGO DE TABLAS
                   IF EVA-MODO = "E" OR EVA-MODO = "C"
                       STRING "    " EVA-FECHA "  MODO " EVA-MODO
                           "  SIMULACRO   "
                           "  ACIERTO " WS-PCT-VIS " %"
                           DELIMITED BY SIZE INTO INF-LINEA
                   ELSE
                       STRING "    " EVA-FECHA "  MODO " EVA-MODO
                           "  TABLAS " EVA-DESDE "-" EVA-HASTA
                           "  ACIERTO " WS-PCT-VIS " %"
                           DELIMITED BY SIZE INTO INF-LINEA
                   END-IF
                   WRITE INF-LINEA
                   PERFORM 00005A-ACUMULAR-MODO
                   IF EVA-MODO NOT = "E" AND EVA-MODO NOT = "C"
                       PERFORM 00005B-ACUMULAR-RANGO
                   END-IF
               END-IF.
               PERFORM 00001-LEER-EVALUACION.

                       MOVE 2 TO WS-MODO-NUM
                   WHEN "D"
                       MOVE 3 TO WS-MODO-NUM
                   WHEN "E"
                       MOVE 4 TO WS-MODO-NUM
                   WHEN "C"
                       MOVE 5 TO WS-MODO-NUM
                   WHEN OTHER
                       MOVE 1 TO WS-MODO-NUM
               END-EVALUATE.
               WRITE INF-LINEA.
               PERFORM 00007A-LINEA-DE-MODO
                   VARYING WS-IDX-J FROM 1 BY 1
                   UNTIL WS-IDX-J > 5.

           00007A-LINEA-DE-MODO.
               SET WS-IDX-MOD TO WS-IDX-J.
                       WHEN 2
                           STRING "    RESTA         : " WS-PCT-VIS
                               " %" DELIMITED BY SIZE INTO INF-LINEA
                       WHEN 4
                           STRING "    EFECTIVO      : " WS-PCT-VIS
                               " %" DELIMITED BY SIZE INTO INF-LINEA
                       WHEN 5
                           STRING "    CAMBIO DIVISA : " WS-PCT-VIS
                               " %" DELIMITED BY SIZE INTO INF-LINEA
                       WHEN OTHER
                           STRING "    DIVISION      : " WS-PCT-VIS
                               " %" DELIMITED BY SIZE INTO INF-LINEA
