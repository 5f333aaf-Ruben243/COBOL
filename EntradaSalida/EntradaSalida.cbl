      *          SE HONRA EN LA ENTRADA SIN CITA NUEVA CADA MANIANA;
      *          Y CADA ENTRADA SE CONTRASTA CON LA LISTA DE
      *          VISITANTES VETADOS (VETADOS.TXT) CON UN AVISO
      *          DISCRETO PARA LLAMAR A SEGURIDAD, QUE QUEDA
      *          ANOTADO EN ALERTAS-VETADOS.TXT.
      *          PARA INSTALACIONES Y SEGURIDAD, LAS ESTADISTICAS DEL
      *          MES (ESTADISTICAS-VISITAS.TXT) DAN LAS VISITAS POR
      *          DEPARTAMENTO Y POR ANFITRION, POR DIA DE LA SEMANA Y
      *          FRANJA HORARIA, LA ESTANCIA MEDIA Y LA MAS LARGA, EL
      *          PESO DE LAS VISITAS SIN CITA FRENTE A LAS
      *          PREANUNCIADAS, LAS CITAS A LAS QUE NADIE SE PRESENTO,
      *          EL USO DE CADA PASE DE CONTRATISTA FRENTE A SUS DIAS
      *          DE VALIDEZ Y LAS ALERTAS DE VETADOS, COMPARADO TODO
      *          CON EL MES ANTERIOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STATUS-VET.

      *    CADA ENTRADA DENEGADA A UN VETADO DEJA AQUI SU APUNTE
           SELECT OPTIONAL ALERTAS-VETADOS
           ASSIGN TO "ALERTAS-VETADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STATUS-ALV.

           SELECT ESTADISTICAS ASSIGN TO "ESTADISTICAS-VISITAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VISITANTES.
        FD VETADOS.
         01 VET-NOMBRE PIC X(30).

        FD ALERTAS-VETADOS.
         01 ALV-REGISTRO.
             02 ALV-FECHA  PIC 9(08).
             02 FILLER     PIC X(01).
             02 ALV-HORA   PIC 9(06).
             02 FILLER     PIC X(01).
             02 ALV-NOMBRE PIC X(30).

        FD ESTADISTICAS.
         01 EST-LINEA PIC X(110).

       WORKING-STORAGE SECTION.
       77 WKS-STATUS-VIS PIC X(02).
       77 WKS-EOF-VIS PIC X(01).
       77 WKS-DEP-LON PIC 9(02).
       77 WKS-DEP-POS PIC 9(02).
       77 WKS-PASES-CADUCADOS PIC 9(03).
       77 WKS-STATUS-ALV PIC X(02).
       77 WKS-EOF-ALV PIC X(01).
           88 WKS-FIN-ALV VALUE "S".

      * ESTADISTICAS DEL MES: CADA CONTADOR LLEVA EL MES PEDIDO (1) Y
      * EL MES ANTERIOR (2) PARA LA COMPARACION MES A MES
       77 WKS-PERIODO PIC 9(06).
       77 WKS-PERIODO-ANTERIOR PIC 9(06).
       77 WKS-ANIO-TRABAJO PIC 9(04).
       77 WKS-MES-TRABAJO PIC 9(02).
       77 WKS-INICIO-PERIODO PIC 9(08).
       77 WKS-FIN-PERIODO PIC 9(08).
       77 WKS-PERIODO-APUNTE PIC 9(06).
       77 WKS-MES-APUNTE PIC 9(01).
       01 WKS-FECHA-APUNTE.
           05 WKS-FA-ANIO PIC 9(04).
           05 WKS-FA-MES  PIC 9(02).
           05 WKS-FA-DIA  PIC 9(02).
       01 WKS-FECHA-APUNTE-NUM REDEFINES WKS-FECHA-APUNTE PIC 9(08).
       01 WKS-TABLA-MESES.
           05 WKS-MES-ENTRY OCCURS 2 TIMES INDEXED BY WKS-IDX-MES.
               10 WKS-ME-VISITAS    PIC 9(05).
               10 WKS-ME-CON-CITA   PIC 9(05).
               10 WKS-ME-SIN-CITA   PIC 9(05).
               10 WKS-ME-CON-PASE   PIC 9(05).
               10 WKS-ME-ESTANCIAS  PIC 9(05).
               10 WKS-ME-MINUTOS    PIC 9(09).
               10 WKS-ME-MAXIMA     PIC 9(05).
               10 WKS-ME-SIN-SALIDA PIC 9(05).
               10 WKS-ME-CITAS      PIC 9(05).
               10 WKS-ME-NO-PRESENTADAS PIC 9(05).
               10 WKS-ME-ALERTAS    PIC 9(05).

      * VISITAS POR DEPARTAMENTO Y POR ANFITRION (EL DE LA CITA; LAS
      * VISITAS SIN CITA Y LAS DE PASE NO TIENEN ANFITRION)
       77 WKS-NUM-DEPS PIC 9(03) VALUE 0.
       01 WKS-TABLA-DEPS.
           05 WKS-DEP-ENTRY OCCURS 50 TIMES INDEXED BY WKS-IDX-DEP.
               10 WKS-DE-NOMBRE PIC X(20).
               10 WKS-DE-VISITAS PIC 9(05) OCCURS 2 TIMES.
       77 WKS-NUM-ANFITRIONES PIC 9(03) VALUE 0.
       01 WKS-TABLA-ANFITRIONES.
           05 WKS-ANF-ENTRY OCCURS 50 TIMES INDEXED BY WKS-IDX-ANF.
               10 WKS-AN-NOMBRE PIC X(20).
               10 WKS-AN-VISITAS PIC 9(05) OCCURS 2 TIMES.
       77 WKS-CLAVE-GRUPO PIC X(20).

      * DISTRIBUCION DEL MES PEDIDO POR DIA DE LA SEMANA (1=LUNES) Y
      * POR FRANJA DE UNA HORA
       01 WKS-TABLA-SEMANA.
           05 WKS-SEMANA-VISITAS PIC 9(05) OCCURS 7 TIMES.
       01 WKS-NOMBRES-DIAS.
           05 FILLER PIC X(09) VALUE "LUNES".
           05 FILLER PIC X(09) VALUE "MARTES".
           05 FILLER PIC X(09) VALUE "MIERCOLES".
           05 FILLER PIC X(09) VALUE "JUEVES".
           05 FILLER PIC X(09) VALUE "VIERNES".
           05 FILLER PIC X(09) VALUE "SABADO".
           05 FILLER PIC X(09) VALUE "DOMINGO".
       01 WKS-TABLA-NOMBRES-DIAS REDEFINES WKS-NOMBRES-DIAS.
           05 WKS-NOMBRE-DIA PIC X(09) OCCURS 7 TIMES.
       01 WKS-TABLA-FRANJAS.
           05 WKS-FRANJA-VISITAS PIC 9(05) OCCURS 24 TIMES.
       77 WKS-IDX-DIA PIC 9(02).
       77 WKS-FRANJA PIC 9(02).
       77 WKS-FRANJA-FIN PIC 9(02).
       77 WKS-Z-ANIO  PIC 9(04).
       77 WKS-Z-MES   PIC 9(02).
       77 WKS-Z-SIGLO PIC 9(02).
       77 WKS-Z-ANIO2 PIC 9(02).
       77 WKS-Z-T1 PIC 9(04).
       77 WKS-Z-T2 PIC 9(04).
       77 WKS-Z-T3 PIC 9(04).
       77 WKS-Z-H  PIC 9(04).
       77 WKS-Z-COCIENTE PIC 9(04).

      * ESTANCIAS: SOLO CUENTAN LAS SALIDAS DEL MISMO DIA; UNA VISITA
      * QUE NO SALIO ESE DIA SE CUENTA COMO SIN SALIDA
       01 WKS-HORA-DESGLOSE.
           05 WKS-HD-HH PIC 9(02).
           05 WKS-HD-MM PIC 9(02).
           05 WKS-HD-SS PIC 9(02).
       77 WKS-MINUTO-ENTRADA PIC 9(04).
       77 WKS-MINUTO-SALIDA  PIC 9(04).
       77 WKS-ESTANCIA PIC 9(05).

      * CITAS DE LOS DOS MESES, PARA CASARLAS CON LAS LLEGADAS Y
      * SACAR LAS QUE NUNCA SE PRESENTARON
       77 WKS-NUM-CITAS-MES PIC 9(03) VALUE 0.
       01 WKS-TABLA-CITAS-MES.
           05 WKS-CITA-MES-ENTRY OCCURS 300 TIMES
               INDEXED BY WKS-IDX-CSM.
               10 WKS-CM-FECHA PIC 9(08).
               10 WKS-CM-NOMBRE PIC X(30).
               10 WKS-CM-ANFITRION PIC X(20).
               10 WKS-CM-DEPARTAMENTO PIC X(20).
               10 WKS-CM-MES PIC 9(01).
               10 WKS-CM-PRESENTADO PIC X(01).
                   88 WKS-CM-SE-PRESENTO VALUE "S".

      * PASES DE CONTRATISTA VIGENTES ALGUN DIA DEL MES PEDIDO: DIAS
      * DE VALIDEZ EN EL MES FRENTE A DIAS CON ENTRADA
       77 WKS-NUM-PASES-MES PIC 9(03) VALUE 0.
       01 WKS-TABLA-PASES-MES.
           05 WKS-PASE-MES-ENTRY OCCURS 50 TIMES
               INDEXED BY WKS-IDX-PSM.
               10 WKS-PM-NUMERO PIC 9(05).
               10 WKS-PM-NOMBRE PIC X(30).
               10 WKS-PM-DESDE PIC 9(08).
               10 WKS-PM-HASTA PIC 9(08).
               10 WKS-PM-VALIDOS PIC 9(02).
               10 WKS-PM-USADOS PIC 9(02).
               10 WKS-PM-ULTIMO PIC 9(08).
       77 WKS-VALIDO-DESDE PIC 9(08).
       77 WKS-VALIDO-HASTA PIC 9(08).
       01 WKS-TABLA-DIAS-MES VALUE "312831303130313130313031".
           05 WKS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77 WKS-DIAS-EN-MES PIC 9(02).
       77 WKS-TEMP-DIVISION PIC 9(04).
       77 WKS-RESTO-ANIO PIC 9(04).

       77 WKS-CUENTA-VIS PIC ZZZZ9.
       77 WKS-CUENTA-VIS-2 PIC ZZZZ9.
       77 WKS-LISTADOS PIC 9(03).
       77 WKS-ETIQUETA PIC X(32).

       PROCEDURE DIVISION.
       000001-MAIN.
           DISPLAY "6-INFORME DE VISITAS ESPERADAS".
           DISPLAY "7-SALIR".
           DISPLAY "8-EMITIR PASE DE CONTRATISTA".
           DISPLAY "9-ESTADISTICAS DE VISITAS DEL MES".
           ACCEPT WKS-OPCION.

           EVALUATE WKS-OPCION
                   PERFORM 000014-INFORME-VISITAS-ESPERADAS
               WHEN 8
                   PERFORM 000016-EMITIR-PASE
               WHEN 9
                   PERFORM 000021-ESTADISTICAS-VISITAS
           END-EVALUATE.

       000003-REGISTRAR-ENTRADA.
               DISPLAY "ACREDITACION NO DISPONIBLE AHORA MISMO."
               DISPLAY "RUEGUE AL VISITANTE QUE ESPERE Y MARQUE LA"
                   " EXTENSION 9 (SEGURIDAD)."
               PERFORM 000022-ANOTAR-ALERTA
           ELSE
               PERFORM 000003A-COMPLETAR-ENTRADA
           END-IF.
           WRITE SEC-ACREDITACION-REGISTRO.
           CLOSE SEC-ACREDITACION.

      *    CADA ENTRADA DENEGADA A UN VETADO SE ANOTA PARA SEGURIDAD
       000022-ANOTAR-ALERTA.
           ACCEPT WKS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WKS-HORA-SISTEMA FROM TIME.
           OPEN EXTEND ALERTAS-VETADOS.
           MOVE SPACES TO ALV-REGISTRO.
           MOVE WKS-FECHA-SISTEMA TO ALV-FECHA.
           MOVE WKS-HORA-SISTEMA (1:6) TO ALV-HORA.
           MOVE WKS-NOMBRE TO ALV-NOMBRE.
           WRITE ALV-REGISTRO.
           CLOSE ALERTAS-VETADOS.

      *    ESTADISTICAS DEL MES PARA INSTALACIONES Y SEGURIDAD: SE
      *    RECORREN CITAS, PASES, EL REGISTRO DE VISITAS Y LAS
      *    ALERTAS DE VETADOS ACUMULANDO A LA VEZ EL MES PEDIDO Y EL
      *    ANTERIOR, COMO EL INFORME DE INGRESOS POR SUCURSAL
       000021-ESTADISTICAS-VISITAS.
           ACCEPT WKS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WKS-FECHA-SISTEMA TO WKS-FECHA-HOY-NUM.
           DISPLAY "PERIODO (AAAAMM, 0=MES EN CURSO):".
           ACCEPT WKS-PERIODO.
           IF WKS-PERIODO = 0
               COMPUTE WKS-PERIODO = WKS-FECHA-HOY-NUM / 100
           END-IF.
           DIVIDE WKS-PERIODO BY 100
               GIVING WKS-ANIO-TRABAJO REMAINDER WKS-MES-TRABAJO.
           IF WKS-MES-TRABAJO < 1 OR WKS-MES-TRABAJO > 12
               OR WKS-PERIODO * 100 + 1 > WKS-FECHA-HOY-NUM
               DISPLAY "PERIODO NO VALIDO"
           ELSE
               PERFORM 000021A-PREPARAR-PERIODO
               PERFORM 000021B-CARGAR-CITAS-MES
               PERFORM 000021D-CARGAR-PASES-MES
               PERFORM 000021F-RECORRER-VISITAS
               PERFORM 000021O-CONTAR-ALERTAS
               PERFORM 000023-ESCRIBIR-ESTADISTICAS
               DISPLAY "ESTADISTICAS-VISITAS.TXT GENERADO"
           END-IF.

       000021A-PREPARAR-PERIODO.
           INITIALIZE WKS-TABLA-MESES.
           INITIALIZE WKS-TABLA-SEMANA.
           INITIALIZE WKS-TABLA-FRANJAS.
           MOVE 0 TO WKS-NUM-DEPS.
           MOVE 0 TO WKS-NUM-ANFITRIONES.
           MOVE 0 TO WKS-NUM-CITAS-MES.
           MOVE 0 TO WKS-NUM-PASES-MES.
           MOVE 0 TO WKS-NUM-ABIERTAS.
           MOVE WKS-DIAS-MES (WKS-MES-TRABAJO) TO WKS-DIAS-EN-MES.
           IF WKS-MES-TRABAJO = 2
               DIVIDE WKS-ANIO-TRABAJO BY 4 GIVING WKS-TEMP-DIVISION
                   REMAINDER WKS-RESTO-ANIO
               IF WKS-RESTO-ANIO = 0
                   MOVE 29 TO WKS-DIAS-EN-MES
                   DIVIDE WKS-ANIO-TRABAJO BY 100
                       GIVING WKS-TEMP-DIVISION
                       REMAINDER WKS-RESTO-ANIO
                   IF WKS-RESTO-ANIO = 0
                       MOVE 28 TO WKS-DIAS-EN-MES
                       DIVIDE WKS-ANIO-TRABAJO BY 400
                           GIVING WKS-TEMP-DIVISION
                           REMAINDER WKS-RESTO-ANIO
                       IF WKS-RESTO-ANIO = 0
                           MOVE 29 TO WKS-DIAS-EN-MES
                       END-IF
                   END-IF
               END-IF
           END-IF.
           COMPUTE WKS-INICIO-PERIODO = WKS-PERIODO * 100 + 1.
           COMPUTE WKS-FIN-PERIODO =
               WKS-PERIODO * 100 + WKS-DIAS-EN-MES.
           IF WKS-MES-TRABAJO = 1
               MOVE 12 TO WKS-MES-TRABAJO
               SUBTRACT 1 FROM WKS-ANIO-TRABAJO
           ELSE
               SUBTRACT 1 FROM WKS-MES-TRABAJO
           END-IF.
           COMPUTE WKS-PERIODO-ANTERIOR =
               WKS-ANIO-TRABAJO * 100 + WKS-MES-TRABAJO.

       000021B-CARGAR-CITAS-MES.
           MOVE "N" TO WKS-EOF-CIT.
           OPEN INPUT CITAS.
           IF WKS-STATUS-CIT = "00"
               PERFORM 000013A-LEER-CITA
               PERFORM 000021C-GUARDAR-CITA UNTIL WKS-FIN-CIT
               CLOSE CITAS
           END-IF.

       000021C-GUARDAR-CITA.
           MOVE CIT-FECHA TO WKS-FECHA-APUNTE-NUM.
           PERFORM 000021U-MES-DEL-APUNTE.
           IF WKS-MES-APUNTE > 0 AND WKS-NUM-CITAS-MES < 300
               ADD 1 TO WKS-ME-CITAS (WKS-MES-APUNTE)
               ADD 1 TO WKS-NUM-CITAS-MES
               SET WKS-IDX-CSM TO WKS-NUM-CITAS-MES
               MOVE CIT-FECHA TO WKS-CM-FECHA (WKS-IDX-CSM)
               MOVE CIT-NOMBRE TO WKS-CM-NOMBRE (WKS-IDX-CSM)
               MOVE CIT-ANFITRION
                   TO WKS-CM-ANFITRION (WKS-IDX-CSM)
               MOVE CIT-DEPARTAMENTO
                   TO WKS-CM-DEPARTAMENTO (WKS-IDX-CSM)
               MOVE WKS-MES-APUNTE TO WKS-CM-MES (WKS-IDX-CSM)
               MOVE "N" TO WKS-CM-PRESENTADO (WKS-IDX-CSM)
           END-IF.
           PERFORM 000013A-LEER-CITA.

       000021D-CARGAR-PASES-MES.
           MOVE "N" TO WKS-EOF-PAS.
           OPEN INPUT PASES.
           IF WKS-STATUS-PAS = "00"
               PERFORM 000017A-LEER-PASE
               PERFORM 000021E-GUARDAR-PASE UNTIL WKS-FIN-PAS
               CLOSE PASES
           END-IF.

      *    DIAS DE VALIDEZ DEL PASE DENTRO DEL MES PEDIDO, SIN CONTAR
      *    LOS QUE AUN NO HAN LLEGADO
       000021E-GUARDAR-PASE.
           IF PAS-ACTIVO
               AND PAS-DESDE NOT > WKS-FIN-PERIODO
               AND PAS-DESDE NOT > WKS-FECHA-HOY-NUM
               AND PAS-HASTA NOT < WKS-INICIO-PERIODO
               AND WKS-NUM-PASES-MES < 50
               MOVE PAS-DESDE TO WKS-VALIDO-DESDE
               IF WKS-VALIDO-DESDE < WKS-INICIO-PERIODO
                   MOVE WKS-INICIO-PERIODO TO WKS-VALIDO-DESDE
               END-IF
               MOVE PAS-HASTA TO WKS-VALIDO-HASTA
               IF WKS-VALIDO-HASTA > WKS-FIN-PERIODO
                   MOVE WKS-FIN-PERIODO TO WKS-VALIDO-HASTA
               END-IF
               IF WKS-VALIDO-HASTA > WKS-FECHA-HOY-NUM
                   MOVE WKS-FECHA-HOY-NUM TO WKS-VALIDO-HASTA
               END-IF
               ADD 1 TO WKS-NUM-PASES-MES
               SET WKS-IDX-PSM TO WKS-NUM-PASES-MES
               MOVE PAS-NUMERO TO WKS-PM-NUMERO (WKS-IDX-PSM)
               MOVE PAS-NOMBRE TO WKS-PM-NOMBRE (WKS-IDX-PSM)
               MOVE PAS-DESDE TO WKS-PM-DESDE (WKS-IDX-PSM)
               MOVE PAS-HASTA TO WKS-PM-HASTA (WKS-IDX-PSM)
               COMPUTE WKS-PM-VALIDOS (WKS-IDX-PSM) =
                   WKS-VALIDO-HASTA - WKS-VALIDO-DESDE + 1
               MOVE 0 TO WKS-PM-USADOS (WKS-IDX-PSM)
               MOVE 0 TO WKS-PM-ULTIMO (WKS-IDX-PSM)
           END-IF.
           PERFORM 000017A-LEER-PASE.

       000021F-RECORRER-VISITAS.
           MOVE "N" TO WKS-EOF-VIS.
           OPEN INPUT VISITANTES.
           IF WKS-STATUS-VIS = "00"
               PERFORM 000008A-LEER-APUNTE
               PERFORM 000021G-TRATAR-APUNTE UNTIL WKS-FIN-VIS
               CLOSE VISITANTES
           END-IF.
      *    LAS VISITAS QUE QUEDAN ABIERTAS NUNCA REGISTRARON SALIDA
           PERFORM 000021L-CONTAR-SIN-SALIDA
               VARYING WKS-IDX-PROCESO FROM 1 BY 1
               UNTIL WKS-IDX-PROCESO > WKS-NUM-ABIERTAS.
           PERFORM 000021M-CONTAR-NO-PRESENTADA
               VARYING WKS-IDX-CITA FROM 1 BY 1
               UNTIL WKS-IDX-CITA > WKS-NUM-CITAS-MES.

      *    LAS LINEAS DEL FORMATO ANTIGUO (SIN TIPO E/S) SE IGNORAN
       000021G-TRATAR-APUNTE.
           MOVE VIS-FECHA TO WKS-FECHA-VISITA.
           PERFORM 000021V-CONVERTIR-FECHA.
           EVALUATE TRUE
               WHEN VIS-ENTRADA AND WKS-MES-APUNTE > 0
                   PERFORM 000021H-CONTAR-ENTRADA
               WHEN VIS-SALIDA
                   PERFORM 000021J-CONTAR-SALIDA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 000008A-LEER-APUNTE.

       000021H-CONTAR-ENTRADA.
           ADD 1 TO WKS-ME-VISITAS (WKS-MES-APUNTE).
           EVALUATE TRUE
               WHEN VIS-CON-CITA
                   ADD 1 TO WKS-ME-CON-CITA (WKS-MES-APUNTE)
                   PERFORM 000021I-CASAR-CITA
               WHEN VIS-CON-PASE
                   ADD 1 TO WKS-ME-CON-PASE (WKS-MES-APUNTE)
                   PERFORM 000021N-USAR-PASE
               WHEN OTHER
                   ADD 1 TO WKS-ME-SIN-CITA (WKS-MES-APUNTE)
           END-EVALUATE.
           MOVE VIS-DEPARTAMENTO TO WKS-CLAVE-GRUPO.
           PERFORM 000021R-LOCALIZAR-DEPARTAMENTO.
           IF WKS-IDX-DEP NOT > WKS-NUM-DEPS
               ADD 1 TO WKS-DE-VISITAS (WKS-IDX-DEP, WKS-MES-APUNTE)
           END-IF.
           IF WKS-MES-APUNTE = 1
               PERFORM 000021T-DIA-DE-LA-SEMANA
               ADD 1 TO WKS-SEMANA-VISITAS (WKS-IDX-DIA)
               MOVE VIS-HORA TO WKS-HORA-DESGLOSE
               IF WKS-HD-HH < 24
                   ADD 1 TO WKS-FRANJA-VISITAS (WKS-HD-HH + 1)
               END-IF
           END-IF.
      *    LA ENTRADA QUEDA ABIERTA HASTA SU SALIDA PARA MEDIR LA
      *    ESTANCIA
           IF WKS-NUM-ABIERTAS < 100
               ADD 1 TO WKS-NUM-ABIERTAS
               SET WKS-IDX-VIS TO WKS-NUM-ABIERTAS
               MOVE VIS-NOMBRE TO WKS-AB-NOMBRE (WKS-IDX-VIS)
               MOVE VIS-DEPARTAMENTO
                   TO WKS-AB-DEPARTAMENTO (WKS-IDX-VIS)
               MOVE VIS-FECHA TO WKS-AB-FECHA (WKS-IDX-VIS)
               MOVE VIS-HORA TO WKS-AB-HORA (WKS-IDX-VIS)
           END-IF.

      *    LA LLEGADA CON CITA SE CASA CON SU CITA DEL DIA, QUE DA EL
      *    ANFITRION Y DEJA DE CONTAR COMO NO PRESENTADA
       000021I-CASAR-CITA.
           MOVE "(CITA NO HALLADA)" TO WKS-CLAVE-GRUPO.
           SET WKS-IDX-CSM TO 1.
           SEARCH WKS-CITA-MES-ENTRY
               AT END CONTINUE
               WHEN WKS-IDX-CSM > WKS-NUM-CITAS-MES
                   CONTINUE
               WHEN WKS-CM-FECHA (WKS-IDX-CSM) = WKS-FECHA-APUNTE-NUM
                   AND WKS-CM-NOMBRE (WKS-IDX-CSM) = VIS-NOMBRE
                   SET WKS-CM-SE-PRESENTO (WKS-IDX-CSM) TO TRUE
                   MOVE WKS-CM-ANFITRION (WKS-IDX-CSM)
                       TO WKS-CLAVE-GRUPO
           END-SEARCH.
           PERFORM 000021S-LOCALIZAR-ANFITRION.
           IF WKS-IDX-ANF NOT > WKS-NUM-ANFITRIONES
               ADD 1 TO WKS-AN-VISITAS (WKS-IDX-ANF, WKS-MES-APUNTE)
           END-IF.

      *    LA SALIDA CIERRA LA ULTIMA ENTRADA ABIERTA DEL NOMBRE, COMO
      *    EN EL CALCULO DE QUIEN ESTA DENTRO, MIDIENDO ANTES SU
      *    ESTANCIA
       000021J-CONTAR-SALIDA.
           MOVE VIS-NOMBRE TO WKS-NOMBRE-COMPARA.
           MOVE 0 TO WKS-POSICION.
           PERFORM 000008D-LOCALIZAR-ULTIMA
               VARYING WKS-IDX-PROCESO FROM 1 BY 1
               UNTIL WKS-IDX-PROCESO > WKS-NUM-ABIERTAS.
           IF WKS-POSICION > 0
               SET WKS-IDX-VIS TO WKS-POSICION
               PERFORM 000021K-MEDIR-ESTANCIA
               PERFORM 000008E-COMPACTAR
                   VARYING WKS-IDX-PROCESO FROM WKS-POSICION BY 1
                   UNTIL WKS-IDX-PROCESO NOT < WKS-NUM-ABIERTAS
               SUBTRACT 1 FROM WKS-NUM-ABIERTAS
           END-IF.

       000021K-MEDIR-ESTANCIA.
           MOVE WKS-AB-FECHA (WKS-IDX-VIS) TO WKS-FECHA-VISITA.
           PERFORM 000021V-CONVERTIR-FECHA.
           IF WKS-MES-APUNTE > 0
               IF WKS-FECHA-VISITA = VIS-FECHA
                   MOVE WKS-AB-HORA (WKS-IDX-VIS)
                       TO WKS-HORA-DESGLOSE
                   COMPUTE WKS-MINUTO-ENTRADA =
                       WKS-HD-HH * 60 + WKS-HD-MM
                   MOVE VIS-HORA TO WKS-HORA-DESGLOSE
                   COMPUTE WKS-MINUTO-SALIDA =
                       WKS-HD-HH * 60 + WKS-HD-MM
                   MOVE 0 TO WKS-ESTANCIA
                   IF WKS-MINUTO-SALIDA > WKS-MINUTO-ENTRADA
                       COMPUTE WKS-ESTANCIA =
                           WKS-MINUTO-SALIDA - WKS-MINUTO-ENTRADA
                   END-IF
                   ADD 1 TO WKS-ME-ESTANCIAS (WKS-MES-APUNTE)
                   ADD WKS-ESTANCIA TO WKS-ME-MINUTOS (WKS-MES-APUNTE)
                   IF WKS-ESTANCIA > WKS-ME-MAXIMA (WKS-MES-APUNTE)
                       MOVE WKS-ESTANCIA
                           TO WKS-ME-MAXIMA (WKS-MES-APUNTE)
                   END-IF
               ELSE
                   ADD 1 TO WKS-ME-SIN-SALIDA (WKS-MES-APUNTE)
               END-IF
           END-IF.

       000021L-CONTAR-SIN-SALIDA.
           SET WKS-IDX-VIS TO WKS-IDX-PROCESO.
           MOVE WKS-AB-FECHA (WKS-IDX-VIS) TO WKS-FECHA-VISITA.
           PERFORM 000021V-CONVERTIR-FECHA.
           IF WKS-MES-APUNTE > 0
               ADD 1 TO WKS-ME-SIN-SALIDA (WKS-MES-APUNTE)
           END-IF.

      *    LAS CITAS DE HOY TODAVIA PUEDEN PRESENTARSE
       000021M-CONTAR-NO-PRESENTADA.
           SET WKS-IDX-CSM TO WKS-IDX-CITA.
           IF NOT WKS-CM-SE-PRESENTO (WKS-IDX-CSM)
               AND WKS-CM-FECHA (WKS-IDX-CSM) < WKS-FECHA-HOY-NUM
               MOVE WKS-CM-MES (WKS-IDX-CSM) TO WKS-MES-APUNTE
               ADD 1 TO WKS-ME-NO-PRESENTADAS (WKS-MES-APUNTE)
           END-IF.

      *    CADA DIA DISTINTO CON ENTRADA DENTRO DEL PERIODO DEL PASE
      *    CUENTA UNA VEZ COMO DIA USADO
       000021N-USAR-PASE.
           IF WKS-MES-APUNTE = 1
               SET WKS-IDX-PSM TO 1
               SEARCH WKS-PASE-MES-ENTRY
                   AT END CONTINUE
                   WHEN WKS-IDX-PSM > WKS-NUM-PASES-MES
                       CONTINUE
                   WHEN WKS-PM-NOMBRE (WKS-IDX-PSM) = VIS-NOMBRE
                       AND WKS-PM-DESDE (WKS-IDX-PSM)
                           NOT > WKS-FECHA-APUNTE-NUM
                       AND WKS-PM-HASTA (WKS-IDX-PSM)
                           NOT < WKS-FECHA-APUNTE-NUM
                       IF WKS-PM-ULTIMO (WKS-IDX-PSM)
                           NOT = WKS-FECHA-APUNTE-NUM
                           ADD 1 TO WKS-PM-USADOS (WKS-IDX-PSM)
                           MOVE WKS-FECHA-APUNTE-NUM
                               TO WKS-PM-ULTIMO (WKS-IDX-PSM)
                       END-IF
               END-SEARCH
           END-IF.

       000021O-CONTAR-ALERTAS.
           MOVE "N" TO WKS-EOF-ALV.
           OPEN INPUT ALERTAS-VETADOS.
           IF WKS-STATUS-ALV = "00"
               PERFORM 000021P-LEER-ALERTA
               PERFORM 000021Q-CONTAR-ALERTA UNTIL WKS-FIN-ALV
               CLOSE ALERTAS-VETADOS
           END-IF.

       000021P-LEER-ALERTA.
           READ ALERTAS-VETADOS
               AT END SET WKS-FIN-ALV TO TRUE
           END-READ.

       000021Q-CONTAR-ALERTA.
           MOVE ALV-FECHA TO WKS-FECHA-APUNTE-NUM.
           PERFORM 000021U-MES-DEL-APUNTE.
           IF WKS-MES-APUNTE > 0
               ADD 1 TO WKS-ME-ALERTAS (WKS-MES-APUNTE)
           END-IF.
           PERFORM 000021P-LEER-ALERTA.

      *    LOCALIZA WKS-CLAVE-GRUPO EN LA TABLA, DANDOLO DE ALTA SI
      *    ES NUEVO; FUERA DE TABLA EL INDICE QUEDA POR ENCIMA DEL
      *    NUMERO DE ENTRADAS
       000021R-LOCALIZAR-DEPARTAMENTO.
           SET WKS-IDX-DEP TO 1.
           SEARCH WKS-DEP-ENTRY
               AT END CONTINUE
               WHEN WKS-IDX-DEP > WKS-NUM-DEPS
                   IF WKS-NUM-DEPS < 50
                       ADD 1 TO WKS-NUM-DEPS
                       MOVE WKS-CLAVE-GRUPO
                           TO WKS-DE-NOMBRE (WKS-IDX-DEP)
                       MOVE 0 TO WKS-DE-VISITAS (WKS-IDX-DEP, 1)
                       MOVE 0 TO WKS-DE-VISITAS (WKS-IDX-DEP, 2)
                   END-IF
               WHEN WKS-DE-NOMBRE (WKS-IDX-DEP) = WKS-CLAVE-GRUPO
                   CONTINUE
           END-SEARCH.

       000021S-LOCALIZAR-ANFITRION.
           SET WKS-IDX-ANF TO 1.
           SEARCH WKS-ANF-ENTRY
               AT END CONTINUE
               WHEN WKS-IDX-ANF > WKS-NUM-ANFITRIONES
                   IF WKS-NUM-ANFITRIONES < 50
                       ADD 1 TO WKS-NUM-ANFITRIONES
                       MOVE WKS-CLAVE-GRUPO
                           TO WKS-AN-NOMBRE (WKS-IDX-ANF)
                       MOVE 0 TO WKS-AN-VISITAS (WKS-IDX-ANF, 1)
                       MOVE 0 TO WKS-AN-VISITAS (WKS-IDX-ANF, 2)
                   END-IF
               WHEN WKS-AN-NOMBRE (WKS-IDX-ANF) = WKS-CLAVE-GRUPO
                   CONTINUE
           END-SEARCH.

      *    DIA DE LA SEMANA DE WKS-FECHA-APUNTE POR LA CONGRUENCIA DE
      *    ZELLER (0=SABADO, 1=DOMINGO), REINDEXADO 1=LUNES..7=DOMINGO
       000021T-DIA-DE-LA-SEMANA.
           MOVE WKS-FA-ANIO TO WKS-Z-ANIO.
           MOVE WKS-FA-MES  TO WKS-Z-MES.
           IF WKS-Z-MES < 3
               ADD 12 TO WKS-Z-MES
               SUBTRACT 1 FROM WKS-Z-ANIO
           END-IF.
           DIVIDE WKS-Z-ANIO BY 100
               GIVING WKS-Z-SIGLO REMAINDER WKS-Z-ANIO2.
           COMPUTE WKS-Z-T1 = 13 * (WKS-Z-MES + 1).
           DIVIDE WKS-Z-T1 BY 5 GIVING WKS-Z-T1.
           DIVIDE WKS-Z-ANIO2 BY 4 GIVING WKS-Z-T2.
           DIVIDE WKS-Z-SIGLO BY 4 GIVING WKS-Z-T3.
           COMPUTE WKS-Z-H = WKS-FA-DIA + WKS-Z-T1 + WKS-Z-ANIO2
               + WKS-Z-T2 + WKS-Z-T3 + 5 * WKS-Z-SIGLO.
           DIVIDE WKS-Z-H BY 7
               GIVING WKS-Z-COCIENTE REMAINDER WKS-Z-H.
           EVALUATE WKS-Z-H
               WHEN 0
                   MOVE 6 TO WKS-IDX-DIA
               WHEN 1
                   MOVE 7 TO WKS-IDX-DIA
               WHEN OTHER
                   COMPUTE WKS-IDX-DIA = WKS-Z-H - 1
           END-EVALUATE.

      *    MES AL QUE PERTENECE WKS-FECHA-APUNTE: 1 EL PEDIDO, 2 EL
      *    ANTERIOR, 0 NINGUNO
       000021U-MES-DEL-APUNTE.
           MOVE 0 TO WKS-MES-APUNTE.
           IF WKS-FECHA-APUNTE-NUM IS NUMERIC
               COMPUTE WKS-PERIODO-APUNTE =
                   WKS-FECHA-APUNTE-NUM / 100
               IF WKS-PERIODO-APUNTE = WKS-PERIODO
                   MOVE 1 TO WKS-MES-APUNTE
               END-IF
               IF WKS-PERIODO-APUNTE = WKS-PERIODO-ANTERIOR
                   MOVE 2 TO WKS-MES-APUNTE
               END-IF
           END-IF.

      *    LA FECHA DEL REGISTRO DE VISITAS VA COMO DD/MM/AAAA
       000021V-CONVERTIR-FECHA.
           MOVE WKS-FECHA-VISITA (7:4) TO WKS-FECHA-APUNTE (1:4).
           MOVE WKS-FECHA-VISITA (4:2) TO WKS-FECHA-APUNTE (5:2).
           MOVE WKS-FECHA-VISITA (1:2) TO WKS-FECHA-APUNTE (7:2).
           PERFORM 000021U-MES-DEL-APUNTE.

       000023-ESCRIBIR-ESTADISTICAS.
           OPEN OUTPUT ESTADISTICAS.
           MOVE SPACES TO EST-LINEA.
           STRING "ESTADISTICAS DE VISITAS, PERIODO " WKS-PERIODO
               " (COMPARADO CON " WKS-PERIODO-ANTERIOR ")"
               DELIMITED BY SIZE INTO EST-LINEA.
           WRITE EST-LINEA.
           MOVE SPACES TO EST-LINEA.
           WRITE EST-LINEA.
           PERFORM 000023A-ESCRIBIR-TOTALES.

           MOVE SPACES TO EST-LINEA.
           WRITE EST-LINEA.
           MOVE "VISITAS POR DEPARTAMENTO" TO EST-LINEA.
           WRITE EST-LINEA.
           PERFORM 000023B-ESCRIBIR-DEPARTAMENTO
               VARYING WKS-IDX-DEP FROM 1 BY 1
               UNTIL WKS-IDX-DEP > WKS-NUM-DEPS.

           MOVE SPACES TO EST-LINEA.
           WRITE EST-LINEA.
           MOVE "VISITAS CON CITA POR ANFITRION" TO EST-LINEA.
           WRITE EST-LINEA.
           PERFORM 000023C-ESCRIBIR-ANFITRION
               VARYING WKS-IDX-ANF FROM 1 BY 1
               UNTIL WKS-IDX-ANF > WKS-NUM-ANFITRIONES.

           MOVE SPACES TO EST-LINEA.
           WRITE EST-LINEA.
           MOVE "VISITAS POR DIA DE LA SEMANA" TO EST-LINEA.
           WRITE EST-LINEA.
           PERFORM 000023D-ESCRIBIR-DIA
               VARYING WKS-IDX-DIA FROM 1 BY 1
               UNTIL WKS-IDX-DIA > 7.

           MOVE SPACES TO EST-LINEA.
           WRITE EST-LINEA.
           MOVE "VISITAS POR FRANJA HORARIA" TO EST-LINEA.
           WRITE EST-LINEA.
           PERFORM 000023E-ESCRIBIR-FRANJA
               VARYING WKS-FRANJA FROM 1 BY 1
               UNTIL WKS-FRANJA > 24.

           MOVE SPACES TO EST-LINEA.
           WRITE EST-LINEA.
           MOVE "CITAS A LAS QUE NADIE SE PRESENTO" TO EST-LINEA.
           WRITE EST-LINEA.
           MOVE 0 TO WKS-LISTADOS.
           PERFORM 000023F-ESCRIBIR-NO-PRESENTADA
               VARYING WKS-IDX-CITA FROM 1 BY 1
               UNTIL WKS-IDX-CITA > WKS-NUM-CITAS-MES.
           PERFORM 000023K-NINGUNO.

           MOVE SPACES TO EST-LINEA.
           WRITE EST-LINEA.
           MOVE "USO DE PASES DE CONTRATISTA" TO EST-LINEA.
           WRITE EST-LINEA.
           MOVE 0 TO WKS-LISTADOS.
           PERFORM 000023G-ESCRIBIR-PASE
               VARYING WKS-IDX-PSM FROM 1 BY 1
               UNTIL WKS-IDX-PSM > WKS-NUM-PASES-MES.
           PERFORM 000023K-NINGUNO.

           MOVE SPACES TO EST-LINEA.
           WRITE EST-LINEA.
           MOVE "ALERTAS DE VISITANTES VETADOS" TO EST-LINEA.
           WRITE EST-LINEA.
           MOVE 0 TO WKS-LISTADOS.
           MOVE "N" TO WKS-EOF-ALV.
           OPEN INPUT ALERTAS-VETADOS.
           IF WKS-STATUS-ALV = "00"
               PERFORM 000021P-LEER-ALERTA
               PERFORM 000023H-ESCRIBIR-ALERTA UNTIL WKS-FIN-ALV
               CLOSE ALERTAS-VETADOS
           END-IF.
           PERFORM 000023K-NINGUNO.
           CLOSE ESTADISTICAS.

       000023A-ESCRIBIR-TOTALES.
           MOVE "VISITAS" TO WKS-ETIQUETA.
           MOVE WKS-ME-VISITAS (1) TO WKS-CUENTA-VIS.
           MOVE WKS-ME-VISITAS (2) TO WKS-CUENTA-VIS-2.
           PERFORM 000023J-LINEA-COMPARADA.
           MOVE "  CON CITA PREVIA" TO WKS-ETIQUETA.
           MOVE WKS-ME-CON-CITA (1) TO WKS-CUENTA-VIS.
           MOVE WKS-ME-CON-CITA (2) TO WKS-CUENTA-VIS-2.
           PERFORM 000023J-LINEA-COMPARADA.
           MOVE "  SIN CITA" TO WKS-ETIQUETA.
           MOVE WKS-ME-SIN-CITA (1) TO WKS-CUENTA-VIS.
           MOVE WKS-ME-SIN-CITA (2) TO WKS-CUENTA-VIS-2.
           PERFORM 000023J-LINEA-COMPARADA.
           MOVE "  CON PASE DE CONTRATISTA" TO WKS-ETIQUETA.
           MOVE WKS-ME-CON-PASE (1) TO WKS-CUENTA-VIS.
           MOVE WKS-ME-CON-PASE (2) TO WKS-CUENTA-VIS-2.
           PERFORM 000023J-LINEA-COMPARADA.
           MOVE "% SIN CITA SOBRE EL TOTAL" TO WKS-ETIQUETA.
           MOVE 0 TO WKS-CUENTA-VIS.
           MOVE 0 TO WKS-CUENTA-VIS-2.
           IF WKS-ME-VISITAS (1) > 0
               COMPUTE WKS-CUENTA-VIS ROUNDED =
                   WKS-ME-SIN-CITA (1) * 100 / WKS-ME-VISITAS (1)
           END-IF.
           IF WKS-ME-VISITAS (2) > 0
               COMPUTE WKS-CUENTA-VIS-2 ROUNDED =
                   WKS-ME-SIN-CITA (2) * 100 / WKS-ME-VISITAS (2)
           END-IF.
           PERFORM 000023J-LINEA-COMPARADA.
           MOVE "% PREANUNCIADAS SOBRE EL TOTAL" TO WKS-ETIQUETA.
           MOVE 0 TO WKS-CUENTA-VIS.
           MOVE 0 TO WKS-CUENTA-VIS-2.
           IF WKS-ME-VISITAS (1) > 0
               COMPUTE WKS-CUENTA-VIS ROUNDED =
                   WKS-ME-CON-CITA (1) * 100 / WKS-ME-VISITAS (1)
           END-IF.
           IF WKS-ME-VISITAS (2) > 0
               COMPUTE WKS-CUENTA-VIS-2 ROUNDED =
                   WKS-ME-CON-CITA (2) * 100 / WKS-ME-VISITAS (2)
           END-IF.
           PERFORM 000023J-LINEA-COMPARADA.
           MOVE "ESTANCIA MEDIA (MINUTOS)" TO WKS-ETIQUETA.
           MOVE 0 TO WKS-CUENTA-VIS.
           MOVE 0 TO WKS-CUENTA-VIS-2.
           IF WKS-ME-ESTANCIAS (1) > 0
               COMPUTE WKS-CUENTA-VIS ROUNDED =
                   WKS-ME-MINUTOS (1) / WKS-ME-ESTANCIAS (1)
           END-IF.
           IF WKS-ME-ESTANCIAS (2) > 0
               COMPUTE WKS-CUENTA-VIS-2 ROUNDED =
                   WKS-ME-MINUTOS (2) / WKS-ME-ESTANCIAS (2)
           END-IF.
           PERFORM 000023J-LINEA-COMPARADA.
           MOVE "ESTANCIA MAS LARGA (MINUTOS)" TO WKS-ETIQUETA.
           MOVE WKS-ME-MAXIMA (1) TO WKS-CUENTA-VIS.
           MOVE WKS-ME-MAXIMA (2) TO WKS-CUENTA-VIS-2.
           PERFORM 000023J-LINEA-COMPARADA.
           MOVE "SIN SALIDA EL MISMO DIA" TO WKS-ETIQUETA.
           MOVE WKS-ME-SIN-SALIDA (1) TO WKS-CUENTA-VIS.
           MOVE WKS-ME-SIN-SALIDA (2) TO WKS-CUENTA-VIS-2.
           PERFORM 000023J-LINEA-COMPARADA.
           MOVE "CITAS PREANUNCIADAS" TO WKS-ETIQUETA.
           MOVE WKS-ME-CITAS (1) TO WKS-CUENTA-VIS.
           MOVE WKS-ME-CITAS (2) TO WKS-CUENTA-VIS-2.
           PERFORM 000023J-LINEA-COMPARADA.
           MOVE "  SIN PRESENTARSE" TO WKS-ETIQUETA.
           MOVE WKS-ME-NO-PRESENTADAS (1) TO WKS-CUENTA-VIS.
           MOVE WKS-ME-NO-PRESENTADAS (2) TO WKS-CUENTA-VIS-2.
           PERFORM 000023J-LINEA-COMPARADA.
           MOVE "ALERTAS DE VETADOS" TO WKS-ETIQUETA.
           MOVE WKS-ME-ALERTAS (1) TO WKS-CUENTA-VIS.
           MOVE WKS-ME-ALERTAS (2) TO WKS-CUENTA-VIS-2.
           PERFORM 000023J-LINEA-COMPARADA.

       000023B-ESCRIBIR-DEPARTAMENTO.
           MOVE WKS-DE-NOMBRE (WKS-IDX-DEP) TO WKS-ETIQUETA.
           MOVE WKS-DE-VISITAS (WKS-IDX-DEP, 1) TO WKS-CUENTA-VIS.
           MOVE WKS-DE-VISITAS (WKS-IDX-DEP, 2) TO WKS-CUENTA-VIS-2.
           PERFORM 000023J-LINEA-COMPARADA.

       000023C-ESCRIBIR-ANFITRION.
           MOVE WKS-AN-NOMBRE (WKS-IDX-ANF) TO WKS-ETIQUETA.
           MOVE WKS-AN-VISITAS (WKS-IDX-ANF, 1) TO WKS-CUENTA-VIS.
           MOVE WKS-AN-VISITAS (WKS-IDX-ANF, 2) TO WKS-CUENTA-VIS-2.
           PERFORM 000023J-LINEA-COMPARADA.

       000023D-ESCRIBIR-DIA.
           MOVE WKS-SEMANA-VISITAS (WKS-IDX-DIA) TO WKS-CUENTA-VIS.
           MOVE SPACES TO EST-LINEA.
           STRING "  " WKS-NOMBRE-DIA (WKS-IDX-DIA) " "
               WKS-CUENTA-VIS
               DELIMITED BY SIZE INTO EST-LINEA.
           WRITE EST-LINEA.

       000023E-ESCRIBIR-FRANJA.
           IF WKS-FRANJA-VISITAS (WKS-FRANJA) > 0
               COMPUTE WKS-HD-HH = WKS-FRANJA - 1
               MOVE WKS-FRANJA-VISITAS (WKS-FRANJA) TO WKS-CUENTA-VIS
               MOVE SPACES TO EST-LINEA
               STRING "  DE " WKS-HD-HH ":00 A " WKS-HD-HH ":59   "
                   WKS-CUENTA-VIS
                   DELIMITED BY SIZE INTO EST-LINEA
               WRITE EST-LINEA
           END-IF.

       000023F-ESCRIBIR-NO-PRESENTADA.
           SET WKS-IDX-CSM TO WKS-IDX-CITA.
           IF WKS-CM-MES (WKS-IDX-CSM) = 1
               AND NOT WKS-CM-SE-PRESENTO (WKS-IDX-CSM)
               AND WKS-CM-FECHA (WKS-IDX-CSM) < WKS-FECHA-HOY-NUM
               ADD 1 TO WKS-LISTADOS
               MOVE SPACES TO EST-LINEA
               STRING "  " WKS-CM-FECHA (WKS-IDX-CSM) " "
                   WKS-CM-NOMBRE (WKS-IDX-CSM) " "
                   WKS-CM-ANFITRION (WKS-IDX-CSM) " "
                   WKS-CM-DEPARTAMENTO (WKS-IDX-CSM)
                   DELIMITED BY SIZE INTO EST-LINEA
               WRITE EST-LINEA
           END-IF.

       000023G-ESCRIBIR-PASE.
           ADD 1 TO WKS-LISTADOS.
           MOVE WKS-PM-VALIDOS (WKS-IDX-PSM) TO WKS-CUENTA-VIS.
           MOVE WKS-PM-USADOS (WKS-IDX-PSM) TO WKS-CUENTA-VIS-2.
           MOVE SPACES TO EST-LINEA.
           STRING "  PASE " WKS-PM-NUMERO (WKS-IDX-PSM) " "
               WKS-PM-NOMBRE (WKS-IDX-PSM)
               " DIAS VALIDOS " WKS-CUENTA-VIS
               " DIAS USADOS " WKS-CUENTA-VIS-2
               DELIMITED BY SIZE INTO EST-LINEA.
           WRITE EST-LINEA.

       000023H-ESCRIBIR-ALERTA.
           MOVE ALV-FECHA TO WKS-FECHA-APUNTE-NUM.
           PERFORM 000021U-MES-DEL-APUNTE.
           IF WKS-MES-APUNTE = 1
               ADD 1 TO WKS-LISTADOS
               MOVE SPACES TO EST-LINEA
               STRING "  " ALV-FECHA " " ALV-HORA " " ALV-NOMBRE
                   DELIMITED BY SIZE INTO EST-LINEA
               WRITE EST-LINEA
           END-IF.
           PERFORM 000021P-LEER-ALERTA.

       000023J-LINEA-COMPARADA.
           MOVE SPACES TO EST-LINEA.
           STRING "  " WKS-ETIQUETA WKS-CUENTA-VIS
               "  MES ANTERIOR " WKS-CUENTA-VIS-2
               DELIMITED BY SIZE INTO EST-LINEA.
           WRITE EST-LINEA.

       000023K-NINGUNO.
           IF WKS-LISTADOS = 0
               MOVE "  (NINGUNO)" TO EST-LINEA
               WRITE EST-LINEA
           END-IF.

       END PROGRAM ENTRADA-SALIDA.
