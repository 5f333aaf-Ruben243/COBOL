      *          TASA PLANA DE SIEMPRE. CADA PAGO ACUMULA EL BRUTO Y
      *          LO RETENIDO DEL EJERCICIO POR EMPLEADO EN
      *          NOMINA-ACUM.DAT, BASE DEL CERTIFICADO ANUAL DE
      *          RENDIMIENTOS Y RETENCIONES (CERTIRPF). EL EMPLEADO
      *          DADO DE BAJA CON FINIQUITO PENDIENTE COBRA EN EL MES
      *          DE SU BAJA LA PARTE PROPORCIONAL DEL SALARIO (DIAS
      *          HASTA LA FECHA DE BAJA SOBRE 30) MAS LOS GASTOS
      *          APROBADOS AUN NO PAGADOS; EL RECIBO SALE MARCADO
      *          FINIQUITO Y EL EMPLEADO QUEDA LIQUIDADO. LAS
      *          INCIDENCIAS VARIABLES PENDIENTES DEL EMPLEADO HASTA EL
      *          PERIODO (INCIDENCIAS.DAT: HORAS EXTRA, PRIMAS,
      *          DESCUENTOS PUNTUALES) SE DETALLAN BAJO SU RECIBO: LAS
      *          QUE TRIBUTAN SUMAN O RESTAN AL BRUTO ANTES DE LOS
      *          TRAMOS, LAS EXENTAS Y LOS DESCUENTOS VAN DIRECTOS AL
      *          NETO, Y TODAS SE ACUMULAN EN EL EJERCICIO. LAS DE
      *          EMPLEADOS INACTIVOS O DESCONOCIDOS SE RECHAZAN EN
      *          INCIDENCIAS-RECHAZOS.TXT. LAS COTIZACIONES SOCIALES
      *          SE CALCULAN POR CONCEPTO SEGUN EL CUADRO
      *          COTIZACION.TXT (CONTINGENCIAS COMUNES, DESEMPLEO,
      *          FORMACION...: TASA DE EMPRESA Y DE TRABAJADOR, BASES
      *          MINIMA Y MAXIMA) SOBRE EL BRUTO DEL MES; LA CUOTA DEL
      *          TRABAJADOR SE DESCUENTA EN EL RECIBO Y AMBAS SE
      *          ACUMULAN EN EL EJERCICIO. SALEN LA LIQUIDACION
      *          MENSUAL DE COTIZACIONES (LIQUIDACION-SS.TXT, CON
      *          SUBTOTALES POR CONCEPTO Y COLA DE CONTROL) Y LA
      *          PAGINA DE COSTE DE EMPRESA (COSTE-EMPRESA.TXT). LAS
      *          AUSENCIAS APROBADAS DEL MES (AUSENCIAS.DAT) TIENEN SU
      *          EFECTO EN EL SALARIO: EL PERMISO SIN SUELDO SE
      *          DESCUENTA A PRORRATA POR DIAS SOBRE 30 Y LA BAJA
      *          MEDICA SE PAGA AL PORCENTAJE DE PARAM-AUSENCIAS.TXT;
      *          AMBOS DESCUENTOS SE DETALLAN BAJO EL RECIBO. CADA
      *          EMPLEADO LLEVA SU CENTRO DE COSTE Y DEPARTAMENTO; LA
      *          NOMINA SE CONTABILIZA POR CENTRO DE COSTE EN
      *          NOMINA-APUNTES.TXT (PAREJAS DEBE/HABER POR CONCEPTO:
      *          GASTO DE SALARIOS, RETENCIONES A PAGAR, COTIZACIONES,
      *          GASTOS Y EL NETO REPARTIDO ENTRE ABONOS EN CUENTA,
      *          REMESA Y SOBRES) SEGUN EL CUADRO NOMINA-GL-MAPA.TXT,
      *          CON EL MISMO FORMATO QUE GL-MAPA.TXT. SI ALGUN
      *          EMPLEADO A PAGAR NO TIENE CENTRO DE COSTE, FALTA EL
      *          MAPEO DE ALGUN CONCEPTO O HAY MAS DE 50 CENTROS, LA
      *          NOMINA NO SE EJECUTA; SI LOS APUNTES NO CUADRAN NO SE
      *          EMITEN, PERO LA NOMINA YA PAGADA SE DA POR CERRADA
      *          COMO SIEMPRE. LOS ERRORES VAN A
      *          NOMINA-GL-ERRORES.TXT. LOS GASTOS APROBADOS SON UN
      *          REEMBOLSO: SE SUMAN AL NETO DEL EMPLEADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-STATUS-EMP.

           RECORD KEY IS ACU-CLAVE
           FILE STATUS IS WS-STATUS-ACU.

      *    INCIDENCIAS VARIABLES POR EMPLEADO Y PERIODO, CON SU CUADRO
      *    DE CONCEPTOS Y EL INFORME DE LAS RECHAZADAS
           SELECT INCIDENCIAS ASSIGN TO "INCIDENCIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-CLAVE
           FILE STATUS IS WS-STATUS-INC.

           SELECT CONCEPTOS ASSIGN TO "CONCEPTOS-NOMINA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CNC.

           SELECT RECHAZOS ASSIGN TO "INCIDENCIAS-RECHAZOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    CUADRO DE TASAS DE COTIZACION, LIQUIDACION MENSUAL PARA SU
      *    PRESENTACION Y RESUMEN DE COSTE DE EMPRESA PARA DIRECCION
           SELECT COTIZACION ASSIGN TO "COTIZACION.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-COT.

           SELECT LIQUIDACION-SS ASSIGN TO "LIQUIDACION-SS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COSTE-EMPRESA ASSIGN TO "COSTE-EMPRESA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    AUSENCIAS DE LA PLANTILLA Y PORCENTAJE DE SALARIO QUE SE
      *    PAGA DURANTE LA BAJA MEDICA
           SELECT AUSENCIAS ASSIGN TO "AUSENCIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUS-CLAVE
           FILE STATUS IS WS-STATUS-AUS.

           SELECT PARAM-AUSENCIAS ASSIGN TO "PARAM-AUSENCIAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAU.

      *    CONTABILIZACION DE LA NOMINA: CUADRO DE MAPEO CONCEPTO ->
      *    CUENTAS DEBE/HABER, APUNTES POR CENTRO DE COSTE Y ERRORES
           SELECT MAPA-GL ASSIGN TO "NOMINA-GL-MAPA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MGL.

           SELECT APUNTES-GL ASSIGN TO "NOMINA-APUNTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ERRORES-GL ASSIGN TO "NOMINA-GL-ERRORES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS.
           02 EMP-BANCO             PIC X(01).
               88 EMP-COBRA-AQUI   VALUE "P".
               88 EMP-COBRA-FUERA  VALUE "E".
           02 EMP-DNI               PIC X(09).
           02 EMP-FECHA-BAJA        PIC 9(08).
           02 EMP-MOTIVO-BAJA       PIC X(02).
           02 EMP-FINIQUITO         PIC X(01).
               88 EMP-FINIQUITO-PENDIENTE VALUE "P".
               88 EMP-FINIQUITO-PAGADO    VALUE "L".
           02 EMP-CENTRO-COSTE      PIC X(04).
           02 EMP-DEPARTAMENTO      PIC X(04).

       FD  GASTOS.
       01  GTO-REGISTRO.
               03 ACU-ANIO     PIC 9(04).
           02 ACU-BRUTO    PIC 9(09)V99.
           02 ACU-RETENIDO PIC 9(09)V99.
           02 ACU-VARIABLE PIC S9(09)V99.
           02 ACU-EXENTO   PIC 9(09)V99.
           02 ACU-SS-TRABAJADOR PIC 9(09)V99.
           02 ACU-SS-EMPRESA    PIC 9(09)V99.

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

       FD  RECHAZOS.
       01  RCH-LINEA PIC X(90).

       FD  COTIZACION.
       01  COT-REGISTRO.
           02 COT-CONCEPTO     PIC X(03).
           02 FILLER           PIC X(01).
           02 COT-DESCRIPCION  PIC X(20).
           02 FILLER           PIC X(01).
           02 COT-TASA-EMPRESA PIC 9(02)V99.
           02 FILLER           PIC X(01).
           02 COT-TASA-TRABAJADOR PIC 9(02)V99.
           02 FILLER           PIC X(01).
           02 COT-BASE-MINIMA  PIC 9(05)V99.
           02 FILLER           PIC X(01).
           02 COT-BASE-MAXIMA  PIC 9(05)V99.

      *  DETALLE (D) POR TRABAJADOR Y CONCEPTO Y SUBTOTAL (S) POR
      *  CONCEPTO, CON EL EMPLEADO A CERO
       FD  LIQUIDACION-SS.
       01  LSS-REGISTRO.
           02 LSS-TIPO-REG      PIC X(01).
           02 FILLER            PIC X(01).
           02 LSS-EMPLEADO      PIC 9(06).
           02 FILLER            PIC X(01).
           02 LSS-DNI           PIC X(09).
           02 FILLER            PIC X(01).
           02 LSS-CONCEPTO      PIC X(03).
           02 FILLER            PIC X(01).
           02 LSS-BASE          PIC 9(09)V99.
           02 FILLER            PIC X(01).
           02 LSS-CUOTA-EMPRESA PIC 9(09)V99.
           02 FILLER            PIC X(01).
           02 LSS-CUOTA-TRABAJADOR PIC 9(09)V99.
      *  VISTA DE CABECERA (C): PERIODO LIQUIDADO Y FECHA DE PROCESO
       01  LSS-CABECERA REDEFINES LSS-REGISTRO.
           02 LSSC-TIPO-REG     PIC X(01).
           02 FILLER            PIC X(01).
           02 LSSC-PERIODO      PIC 9(06).
           02 FILLER            PIC X(01).
           02 LSSC-FECHA        PIC 9(08).
           02 FILLER            PIC X(41).
      *  VISTA DE COLA (T): TRABAJADORES, REGISTROS DE DETALLE Y
      *  TOTALES DE CUOTAS PARA CUADRAR LA PRESENTACION
       01  LSS-COLA REDEFINES LSS-REGISTRO.
           02 LSST-TIPO-REG     PIC X(01).
           02 FILLER            PIC X(01).
           02 LSST-TRABAJADORES PIC 9(06).
           02 FILLER            PIC X(01).
           02 LSST-REGISTROS    PIC 9(08).
           02 FILLER            PIC X(01).
           02 LSST-TOTAL-EMPRESA PIC 9(09)V99.
           02 FILLER            PIC X(01).
           02 LSST-TOTAL-TRABAJADOR PIC 9(09)V99.
           02 FILLER            PIC X(17).

       FD  COSTE-EMPRESA.
       01  CST-LINEA PIC X(90).

       FD  AUSENCIAS.
       01  AUS-REGISTRO.
           02 AUS-CLAVE.
               03 AUS-EMPLEADO PIC 9(06).
               03 AUS-DESDE    PIC 9(08).
           02 AUS-HASTA        PIC 9(08).
           02 AUS-TIPO         PIC X(02).
               88 AUS-VACACIONES      VALUE "VA".
               88 AUS-BAJA-MEDICA     VALUE "BM".
               88 AUS-SIN-SUELDO      VALUE "PS".
               88 AUS-RETRIBUIDO      VALUE "PR".
           02 AUS-DIAS-HABILES PIC 9(03).
           02 AUS-ESTADO       PIC X(01).
               88 AUS-PENDIENTE VALUE "P".
               88 AUS-APROBADA  VALUE "A".
               88 AUS-RECHAZADA VALUE "R".
           02 AUS-APROBADOR    PIC X(08).
           02 AUS-FECHA-ALTA   PIC 9(08).

       FD  PARAM-AUSENCIAS.
       01  PAU-REGISTRO.
           02 PAU-DIAS-VACACIONES PIC 9(03).
           02 FILLER              PIC X(01).
           02 PAU-PORC-BAJA       PIC 9(03)V99.

       FD  MAPA-GL.
       01  MGL-REGISTRO.
           02 MGL-TIPO         PIC X(10).
           02 FILLER           PIC X(01).
           02 MGL-CUENTA-DEBE  PIC X(08).
           02 FILLER           PIC X(01).
           02 MGL-CUENTA-HABER PIC X(08).

       FD  APUNTES-GL.
       01  AGL-REGISTRO.
           02 AGL-FECHA        PIC 9(08).
           02 FILLER           PIC X(01).
           02 AGL-CENTRO-COSTE PIC X(04).
           02 FILLER           PIC X(01).
           02 AGL-CUENTA-GL    PIC X(08).
           02 FILLER           PIC X(01).
           02 AGL-SENTIDO      PIC X(01).
           02 FILLER           PIC X(01).
           02 AGL-IMPORTE      PIC 9(11)V99.
           02 FILLER           PIC X(01).
           02 AGL-TIPO         PIC X(10).

       FD  ERRORES-GL.
       01  EGL-LINEA PIC X(90).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-EMP PIC X(02).
       77 WKS-GASTOS-MES PIC 9(07)V99.
       77 WKS-NETO PIC S9(07)V99.

      * BRUTO DEL MES: EL SALARIO, O SU PARTE PROPORCIONAL EN EL
      * FINIQUITO DE UN EMPLEADO DADO DE BAJA
       77 WKS-BRUTO PIC 9(07)V99.
       77 WKS-PAGO PIC X(01).
           88 WKS-SE-PAGA     VALUE "S".
           88 WKS-NO-SE-PAGA  VALUE "N".
       77 WKS-TIPO-PAGO PIC X(01).
           88 WKS-ES-FINIQUITO VALUE "F".
           88 WKS-ES-ORDINARIO VALUE "O".
       77 WS-PERIODO-BAJA PIC 9(06).
       77 WKS-DIA-BAJA PIC 9(02).
       77 WKS-FINIQUITOS PIC 9(05) VALUE 0.

      * INCIDENCIAS VARIABLES DEL EMPLEADO EN CURSO: LO QUE TRIBUTA
      * MUEVE EL BRUTO; LO EXENTO Y LOS DESCUENTOS SOLO EL NETO
       77 WS-STATUS-INC PIC X(02).
       77 WS-STATUS-CNC PIC X(02).
       77 WKS-EOF-INC PIC X(01).
           88 WKS-FIN-INC VALUE "S".
       77 WKS-VAR-DEVENGO   PIC 9(07)V99.
       77 WKS-VAR-MINORA    PIC 9(07)V99.
       77 WKS-VAR-EXENTA    PIC 9(07)V99.
       77 WKS-DESCUENTOS    PIC 9(07)V99.
       77 WKS-VAR-TRIBUTABLE PIC S9(07)V99.
       77 WKS-BRUTO-CALCULO PIC S9(07)V99.
       77 WKS-TOTAL-VARIABLE  PIC S9(09)V99 VALUE 0.
       77 WKS-TOTAL-EXENTO    PIC 9(09)V99 VALUE 0.
       77 WKS-TOTAL-DESCUENTOS PIC 9(09)V99 VALUE 0.
       77 WKS-INC-PAGADAS    PIC 9(05) VALUE 0.
       77 WKS-INC-RECHAZADAS PIC 9(05) VALUE 0.
       77 WKS-MOTIVO-RECHAZO PIC X(20).
       77 WKS-DESCRIPCION    PIC X(20).
       77 WKS-TRIBUTA-VIS    PIC X(07).
       77 WKS-IMPORTE-VIS    PIC ZZZZZ9.99.
       77 WKS-UNIDADES-VIS   PIC ZZZ9.99.

      * COTIZACIONES SOCIALES: CUADRO DE TASAS EN MEMORIA CON LOS
      * TOTALES DEL PERIODO POR CONCEPTO, Y CUOTAS DEL EMPLEADO EN CURSO
       77 WS-STATUS-COT PIC X(02).
       77 WKS-NUM-COTIZ PIC 9(02) VALUE 0.
       01 WKS-TABLA-COTIZ.
           05 WKS-COTIZ-ENTRY OCCURS 10 TIMES
               INDEXED BY WKS-IDX-COT.
               10 WKS-CT-CONCEPTO    PIC X(03).
               10 WKS-CT-DESCRIPCION PIC X(20).
               10 WKS-CT-TASA-EMP    PIC 9(02)V99.
               10 WKS-CT-TASA-TRA    PIC 9(02)V99.
               10 WKS-CT-BASE-MIN    PIC 9(05)V99.
               10 WKS-CT-BASE-MAX    PIC 9(05)V99.
               10 WKS-CT-TOT-BASE    PIC 9(09)V99.
               10 WKS-CT-TOT-EMPRESA PIC 9(09)V99.
               10 WKS-CT-TOT-TRABAJADOR PIC 9(09)V99.
       77 WKS-BASE-COTIZ     PIC 9(07)V99.
       77 WKS-CUOTA-EMPRESA  PIC 9(07)V99.
       77 WKS-CUOTA-TRABAJADOR PIC 9(07)V99.
       77 WKS-SS-EMPRESA     PIC 9(07)V99.
       77 WKS-SS-TRABAJADOR  PIC 9(07)V99.
       77 WKS-TOTAL-SS-EMPRESA    PIC 9(09)V99 VALUE 0.
       77 WKS-TOTAL-SS-TRABAJADOR PIC 9(09)V99 VALUE 0.
       77 WKS-COTIZANTES     PIC 9(06) VALUE 0.
       77 WKS-REGISTROS-LSS  PIC 9(08) VALUE 0.
       77 WKS-COSTE-TOTAL    PIC 9(11)V99.
       77 WKS-COSTE-MEDIO    PIC 9(09)V99.
       77 WKS-VALOR-VIS      PIC ZZZZZZZZZ9.99.

      * AUSENCIAS DEL MES: DIAS NATURALES (MES DE 30) DE PERMISO SIN
      * SUELDO Y DE BAJA MEDICA, Y LO QUE DESCUENTAN DEL SALARIO; SIN
      * PARAMETROS LA BAJA MEDICA SE PAGA ENTERA
       77 WS-STATUS-AUS PIC X(02).
       77 WS-STATUS-PAU PIC X(02).
       77 WKS-EOF-AUS PIC X(01).
           88 WKS-FIN-AUS VALUE "S".
       77 WKS-PORC-BAJA PIC 9(03)V99 VALUE 100.
       77 WKS-INICIO-PERIODO PIC 9(08).
       77 WKS-FIN-PERIODO    PIC 9(08).
       77 WKS-DIAS-EN-MES    PIC 9(02).
       77 WKS-DIA-FIN        PIC 9(02).
       77 WKS-AU-DIA-DESDE   PIC 9(02).
       77 WKS-AU-DIA-HASTA   PIC 9(02).
       77 WKS-AU-DIAS        PIC 9(02).
       77 WKS-DIAS-PS PIC 9(02).
       77 WKS-DIAS-BM PIC 9(02).
       77 WKS-DESC-PS PIC 9(07)V99.
       77 WKS-DESC-BM PIC 9(07)V99.
       77 WKS-TOTAL-AUSENCIAS PIC 9(09)V99 VALUE 0.
       01 WKS-TABLA-DIAS-MES VALUE "312831303130313130313031".
           05 WKS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77 WKS-TEMP-DIVISION PIC 9(04).
       77 WKS-RESTO-ANIO PIC 9(04).

      * CONTABILIZACION POR CENTRO DE COSTE: CUADRO DE MAPEO EN
      * MEMORIA, CONCEPTOS CONTABLES DE LA NOMINA (EL ORDEN FIJA LA
      * COLUMNA DE IMPORTES DE CADA CENTRO) E IMPORTES POR CENTRO.
      * DEVENGOS Y GASTOS REEMBOLSADOS (1, 2 Y 7) = RETENCIONES Y
      * PAGOS (4-6 Y 8-10) - DEUDA (11);
      * LA COTIZACION DE EMPRESA (3) ES UNA PAREJA INDEPENDIENTE
       77 WS-STATUS-MGL PIC X(02).
       77 WKS-EOF-MGL PIC X(01) VALUE "N".
           88 WKS-FIN-MGL VALUE "S".
       77 WKS-EOF-VAL PIC X(01) VALUE "N".
           88 WKS-FIN-VAL VALUE "S".
       77 WKS-NUM-MAPEOS-GL PIC 9(02) VALUE 0.
       01 WKS-TABLA-MAPA-GL.
           05 WKS-MAPA-GL-ENTRY OCCURS 20 TIMES
               INDEXED BY WKS-IDX-MGL.
               10 WKS-MG-TIPO  PIC X(10).
               10 WKS-MG-DEBE  PIC X(08).
               10 WKS-MG-HABER PIC X(08).
       01 WKS-VALORES-CONCEPTOS-GL.
           05 FILLER PIC X(10) VALUE "NOM-BRUTO".
           05 FILLER PIC X(10) VALUE "NOM-EXENTO".
           05 FILLER PIC X(10) VALUE "NOM-SSEMPR".
           05 FILLER PIC X(10) VALUE "NOM-IRPF".
           05 FILLER PIC X(10) VALUE "NOM-SSTRAB".
           05 FILLER PIC X(10) VALUE "NOM-DESCUE".
           05 FILLER PIC X(10) VALUE "NOM-GASTOS".
           05 FILLER PIC X(10) VALUE "NOM-ABONO".
           05 FILLER PIC X(10) VALUE "NOM-REMESA".
           05 FILLER PIC X(10) VALUE "NOM-SOBRE".
           05 FILLER PIC X(10) VALUE "NOM-DEUDA".
       01 WKS-CONCEPTOS-GL REDEFINES WKS-VALORES-CONCEPTOS-GL.
           05 WKS-CONCEPTO-GL PIC X(10) OCCURS 11 TIMES.
       77 WKS-NUM-CONCEPTOS-GL PIC 9(02) VALUE 11.
       77 WKS-IDX-CGL PIC 9(02).
       77 WKS-NUM-CENTROS PIC 9(02) VALUE 0.
       01 WKS-TABLA-CENTROS.
           05 WKS-CENTRO-ENTRY OCCURS 50 TIMES
               INDEXED BY WKS-IDX-CC.
               10 WKS-CC-CODIGO  PIC X(04).
               10 WKS-CC-IMPORTE PIC 9(09)V99 OCCURS 11 TIMES.
       77 WKS-IDX-CENTRO PIC 9(02).
       77 WKS-CENTRO-OK PIC X(01).
           88 WKS-CENTRO-ENCONTRADO VALUE "S".
       77 WKS-CENTROS-DESBORDADOS PIC 9(05) VALUE 0.
       77 WKS-SIN-CENTRO PIC 9(05) VALUE 0.
       77 WKS-SIN-MAPEO-GL PIC 9(02) VALUE 0.
       77 WKS-DESCUADRES-GL PIC 9(02) VALUE 0.
       77 WKS-MAPA-GL-OK PIC X(01).
           88 WKS-MAPEO-GL-ENCONTRADO VALUE "S".
       77 WKS-CUENTA-DEBE-GL  PIC X(08).
       77 WKS-CUENTA-HABER-GL PIC X(08).
       77 WKS-IMPORTE-GL PIC 9(11)V99.
       77 WKS-DEVENGADO-CC  PIC S9(11)V99.
       77 WKS-LIQUIDADO-CC  PIC S9(11)V99.
       77 WKS-DEVENGADO-VIS PIC -ZZZZZZZZZZ9.99.
       77 WKS-LIQUIDADO-VIS PIC -ZZZZZZZZZZ9.99.
       77 WKS-GL-TOTAL-DEBE  PIC 9(13)V99 VALUE 0.
       77 WKS-GL-TOTAL-HABER PIC 9(13)V99 VALUE 0.
       77 WKS-APUNTES-GL PIC 9(06) VALUE 0.

      * CUADRO DE CONCEPTOS EN MEMORIA, PARA LA DESCRIPCION DEL
      * RECIBO
       77 WKS-NUM-CONCEPTOS PIC 9(02) VALUE 0.
       01 WKS-TABLA-CONCEPTOS.
           05 WKS-CONCEPTO-ENTRY OCCURS 50 TIMES
               INDEXED BY WKS-IDX-CNC.
               10 WKS-CN-CODIGO      PIC X(03).
               10 WKS-CN-DESCRIPCION PIC X(20).

       77 WS-PERIODO-ACTUAL PIC 9(06).
       77 WS-ULTIMO-PERIODO PIC 9(06) VALUE 0.
       77 WS-PERIODO-GASTO  PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WKS-LR-DEDUCCION PIC ZZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WKS-LR-SEGSOC   PIC ZZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WKS-LR-GASTOS   PIC ZZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WKS-LR-NETO     PIC -ZZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WKS-LR-MARCA    PIC X(10).

       PROCEDURE DIVISION.
       000001-NOMINA-MENSUAL.
               STOP RUN
           END-IF.

           OPEN I-O EMPLEADOS.
           IF WS-STATUS-EMP NOT = "00"
               DISPLAY "SIN MAESTRO DE EMPLEADOS, NADA QUE PAGAR"
               STOP RUN
           END-IF.

      *    ANTES DE PAGAR NADA: TODO EMPLEADO A PAGAR DEBE TENER SU
      *    CENTRO DE COSTE Y TODO CONCEPTO CONTABLE SU MAPEO
           OPEN OUTPUT ERRORES-GL.
           PERFORM 000030-CARGAR-MAPA-GL.
           PERFORM 000031-VALIDAR-CENTROS.
           CLOSE ERRORES-GL.
           IF WKS-SIN-CENTRO > 0 OR WKS-SIN-MAPEO-GL > 0
               OR WKS-CENTROS-DESBORDADOS > 0
               DISPLAY "EMPLEADOS SIN CENTRO DE COSTE: " WKS-SIN-CENTRO
               DISPLAY "CONCEPTOS SIN MAPEO CONTABLE : "
                   WKS-SIN-MAPEO-GL
               DISPLAY "EMPLEADOS FUERA DE 50 CENTROS: "
                   WKS-CENTROS-DESBORDADOS
               DISPLAY "NOMINA RECHAZADA (VER NOMINA-GL-ERRORES.TXT)"
               CLOSE EMPLEADOS
               STOP RUN
           END-IF.
           MOVE 0 TO EMP-ID.
           START EMPLEADOS KEY IS NOT LESS THAN EMP-ID
               INVALID KEY SET WKS-FIN-EMP TO TRUE
           END-START.
           OPEN OUTPUT RECIBOS.
           OPEN OUTPUT SALARIOS.
           PERFORM 000014-CARGAR-TRAMOS.
           PERFORM 000021-CARGAR-CONCEPTOS.
           PERFORM 000024-CARGAR-COTIZACION.
           PERFORM 000029-PREPARAR-AUSENCIAS.
           IF WKS-NUM-COTIZ = 0
               DISPLAY "SIN CUADRO DE COTIZACION (COTIZACION.TXT),"
                   " NO SE CALCULAN CUOTAS SOCIALES"
           END-IF.
           OPEN OUTPUT LIQUIDACION-SS.
           MOVE SPACES TO LSS-REGISTRO.
           MOVE "C" TO LSSC-TIPO-REG.
           MOVE WS-PERIODO-ACTUAL TO LSSC-PERIODO.
           MOVE WS-FECHA-SISTEMA TO LSSC-FECHA.
           WRITE LSS-REGISTRO.
           OPEN I-O INCIDENCIAS.
           IF WS-STATUS-INC = "35"
               OPEN OUTPUT INCIDENCIAS
               CLOSE INCIDENCIAS
               OPEN I-O INCIDENCIAS
           END-IF.
           OPEN I-O ACUMULADOS.
           IF WS-STATUS-ACU = "35"
               OPEN OUTPUT ACUMULADOS
           PERFORM 000004-LEER-EMPLEADO.
           PERFORM 000005-PAGAR-EMPLEADO UNTIL WKS-FIN-EMP.

           PERFORM 000020-RECHAZAR-INCIDENCIAS.
           PERFORM 000009-TOTALES.
           PERFORM 000013-COLA-DE-CONTROL.
           PERFORM 000025-CERRAR-LIQUIDACION-SS.
           PERFORM 000026-COSTE-EMPRESA.
           PERFORM 000033-CONTABILIZAR-NOMINA.
           CLOSE EMPLEADOS, RECIBOS, SALARIOS, ACUMULADOS,
               INCIDENCIAS, LIQUIDACION-SS.
           IF WS-STATUS-AUS = "00"
               CLOSE AUSENCIAS
           END-IF.
      *    LOS PAGOS YA ESTAN EMITIDOS Y ACUMULADOS: AUNQUE LOS
      *    APUNTES NO CUADREN (Y NO SE EMITAN) EL PERIODO SE CIERRA
      *    PARA QUE NO PUEDA VOLVER A PAGARSE
           PERFORM 000010-GRABAR-CONTROL.
           IF WKS-DESCUADRES-GL > 0
               DISPLAY "NOMINA PAGADA Y PERIODO CERRADO SIN APUNTES:"
                   " CONTABILIZAR A MANO (VER NOMINA-GL-ERRORES.TXT)"
           END-IF.
           DISPLAY "EMPLEADOS PAGADOS: " WKS-EMPLEADOS-PAGADOS.
           DISPLAY "ABONOS EN CUENTA : " WKS-ABONOS-EMITIDOS.
           DISPLAY "POR OTRA ENTIDAD : " WKS-REMESADOS.
           DISPLAY "FINIQUITOS       : " WKS-FINIQUITOS.
           DISPLAY "INCIDENCIAS PAGADAS   : " WKS-INC-PAGADAS.
           DISPLAY "INCIDENCIAS RECHAZADAS: " WKS-INC-RECHAZADAS.
           DISPLAY "COTIZANTES LIQUIDADOS : " WKS-COTIZANTES.
           DISPLAY "APUNTES CONTABLES     : " WKS-APUNTES-GL.
           STOP RUN.

           000002-LEER-CONTROL.
                   DELIMITED BY SIZE INTO REC-LINEA.
               WRITE REC-LINEA.
               MOVE "ID     NOMBRE               BRUTO     "
                   & "DEDUCC    SEG.SOC   GASTOS    NETO" TO REC-LINEA.
               WRITE REC-LINEA.

           000004-LEER-EMPLEADO.
               IF NOT WKS-FIN-EMP
                   READ EMPLEADOS NEXT RECORD
                       AT END SET WKS-FIN-EMP TO TRUE
                   END-READ
               END-IF.

           000005-PAGAR-EMPLEADO.
               SET WKS-NO-SE-PAGA TO TRUE.
               SET WKS-ES-ORDINARIO TO TRUE.
               MOVE EMP-SALARIO TO WKS-BRUTO.
               MOVE 30 TO WKS-DIA-FIN.
               IF EMP-ACTIVO
                   SET WKS-SE-PAGA TO TRUE
               ELSE
                   IF EMP-FINIQUITO-PENDIENTE
                       PERFORM 000017-PREPARAR-FINIQUITO
                   END-IF
               END-IF.
               IF WKS-SE-PAGA
                   PERFORM 000006-SUMAR-GASTOS-DEL-MES
                   PERFORM 000027-DESCONTAR-AUSENCIAS
                   PERFORM 000018-SUMAR-INCIDENCIAS
                   PERFORM 000015-CALCULAR-DEDUCCION
                   PERFORM 000023-CALCULAR-COTIZACION
                   COMPUTE WKS-NETO = WKS-BRUTO + WKS-VAR-EXENTA
                       - WKS-DESCUENTOS - WKS-DEDUCCION
                       - WKS-SS-TRABAJADOR + WKS-GASTOS-MES
                   PERFORM 000008-ESCRIBIR-RECIBO
                   PERFORM 000028-DETALLAR-AUSENCIAS
                   PERFORM 000019-DETALLAR-INCIDENCIAS
                   PERFORM 000011-EMITIR-ABONO
                   PERFORM 000016-ACUMULAR-EJERCICIO
                   ADD 1 TO WKS-EMPLEADOS-PAGADOS
                   ADD WKS-BRUTO TO WKS-TOTAL-BRUTO
                   ADD WKS-DEDUCCION TO WKS-TOTAL-DEDUCCION
                   ADD WKS-GASTOS-MES TO WKS-TOTAL-GASTOS
                   ADD WKS-NETO TO WKS-TOTAL-NETO
                   ADD WKS-VAR-TRIBUTABLE TO WKS-TOTAL-VARIABLE
                   ADD WKS-VAR-EXENTA TO WKS-TOTAL-EXENTO
                   ADD WKS-DESCUENTOS TO WKS-TOTAL-DESCUENTOS
                   ADD WKS-SS-EMPRESA TO WKS-TOTAL-SS-EMPRESA
                   ADD WKS-SS-TRABAJADOR TO WKS-TOTAL-SS-TRABAJADOR
                   ADD WKS-DESC-PS TO WKS-TOTAL-AUSENCIAS
                   ADD WKS-DESC-BM TO WKS-TOTAL-AUSENCIAS
                   PERFORM 000032-ACUMULAR-CENTRO
                   IF WKS-ES-FINIQUITO
                       MOVE "L" TO EMP-FINIQUITO
                       REWRITE EMP-REGISTRO
                       ADD 1 TO WKS-FINIQUITOS
                   END-IF
               END-IF.
               PERFORM 000004-LEER-EMPLEADO.

      *        FINIQUITO DEL EMPLEADO DADO DE BAJA: CON BAJA EN ESTE
      *        MES COBRA LOS DIAS HASTA LA FECHA DE BAJA SOBRE 30;
      *        CON BAJA EN UN MES YA PAGADO SOLO LE QUEDAN LOS GASTOS;
      *        CON BAJA FUTURA COBRA EL MES ENTERO Y EL FINIQUITO
      *        ESPERA AL MES DE LA BAJA
           000017-PREPARAR-FINIQUITO.
               SET WKS-SE-PAGA TO TRUE.
               DIVIDE EMP-FECHA-BAJA BY 100 GIVING WS-PERIODO-BAJA.
               IF WS-PERIODO-BAJA NOT > WS-PERIODO-ACTUAL
                   SET WKS-ES-FINIQUITO TO TRUE
                   IF WS-PERIODO-BAJA = WS-PERIODO-ACTUAL
                       COMPUTE WKS-DIA-BAJA = EMP-FECHA-BAJA
                           - WS-PERIODO-BAJA * 100
                       IF WKS-DIA-BAJA > 30
                           MOVE 30 TO WKS-DIA-BAJA
                       END-IF
                       MOVE WKS-DIA-BAJA TO WKS-DIA-FIN
                       COMPUTE WKS-BRUTO ROUNDED =
                           EMP-SALARIO * WKS-DIA-BAJA / 30
                   ELSE
                       MOVE 0 TO WKS-BRUTO
                   END-IF
               END-IF.

      *        GASTOS RECLAMADOS POR EL EMPLEADO DENTRO DEL PERIODO
      *        QUE SE PAGA, LEIDOS DEL MAESTRO POR CLAVE
           000006-SUMAR-GASTOS-DEL-MES.
                       GIVING WS-PERIODO-GASTO
                   IF WS-PERIODO-GASTO = WS-PERIODO-ACTUAL
                       ADD GTO-IMPORTE TO WKS-GASTOS-MES
                   ELSE
      *                EN EL FINIQUITO ENTRAN TAMBIEN LOS GASTOS DE
      *                MESES QUE NINGUNA NOMINA ANTERIOR LLEGO A PAGAR
                   IF WKS-ES-FINIQUITO
                       AND WS-PERIODO-GASTO > WS-ULTIMO-PERIODO
                       AND WS-PERIODO-GASTO < WS-PERIODO-ACTUAL
                       ADD GTO-IMPORTE TO WKS-GASTOS-MES
                   END-IF
                   END-IF
               END-IF.
               PERFORM 000006A-LEER-GASTO.
           000008-ESCRIBIR-RECIBO.
               MOVE EMP-ID TO WKS-LR-ID.
               MOVE EMP-NOMBRE-TRAB TO WKS-LR-NOMBRE.
               MOVE WKS-BRUTO TO WKS-LR-BRUTO.
               MOVE WKS-DEDUCCION TO WKS-LR-DEDUCCION.
               MOVE WKS-SS-TRABAJADOR TO WKS-LR-SEGSOC.
               MOVE WKS-GASTOS-MES TO WKS-LR-GASTOS.
               MOVE WKS-NETO TO WKS-LR-NETO.
               IF WKS-ES-FINIQUITO
                   MOVE "FINIQUITO" TO WKS-LR-MARCA
               ELSE
                   MOVE SPACES TO WKS-LR-MARCA
               END-IF.
               MOVE WKS-LINEA-RECIBO TO REC-LINEA.
               WRITE REC-LINEA.

               STRING "TOTAL NETO       : " WKS-TOTAL-NETO
                   DELIMITED BY SIZE INTO REC-LINEA.
               WRITE REC-LINEA.
               MOVE SPACES TO REC-LINEA.
               STRING "VARIABLE TRIBUTA : " WKS-TOTAL-VARIABLE
                   " (INCLUIDO EN EL BRUTO)"
                   DELIMITED BY SIZE INTO REC-LINEA.
               WRITE REC-LINEA.
               MOVE SPACES TO REC-LINEA.
               STRING "VARIABLE EXENTO  : " WKS-TOTAL-EXENTO
                   DELIMITED BY SIZE INTO REC-LINEA.
               WRITE REC-LINEA.
               MOVE SPACES TO REC-LINEA.
               STRING "DESCUENTOS       : " WKS-TOTAL-DESCUENTOS
                   DELIMITED BY SIZE INTO REC-LINEA.
               WRITE REC-LINEA.
               MOVE SPACES TO REC-LINEA.
               STRING "DESC. AUSENCIAS  : " WKS-TOTAL-AUSENCIAS
                   " (YA RESTADO DEL BRUTO)"
                   DELIMITED BY SIZE INTO REC-LINEA.
               WRITE REC-LINEA.
               MOVE SPACES TO REC-LINEA.
               STRING "SEG.SOC. TRABAJ. : " WKS-TOTAL-SS-TRABAJADOR
                   DELIMITED BY SIZE INTO REC-LINEA.
               WRITE REC-LINEA.
               MOVE SPACES TO REC-LINEA.
               STRING "SEG.SOC. EMPRESA : " WKS-TOTAL-SS-EMPRESA
                   " (COSTE DE EMPRESA, NO SE DESCUENTA)"
                   DELIMITED BY SIZE INTO REC-LINEA.
               WRITE REC-LINEA.

      *        EL NETO DEL EMPLEADO CON CUENTA PROPIA SE ENCOLA EN
      *        EL FICHERO DE ABONOS DE LA CADENA; EL DE OTRA ENTIDAD
           000015-CALCULAR-DEDUCCION.
               IF WKS-NUM-TRAMOS = 0
                   COMPUTE WKS-DEDUCCION ROUNDED =
                       WKS-BRUTO * WKS-TASA-DEDUCCION / 100
               ELSE
                   MOVE 0 TO WKS-DEDUCCION
                   PERFORM 000015A-GRAVAR-TRAMO

           000015A-GRAVAR-TRAMO.
               SET WKS-IDX-TRI TO WKS-IDX-TRAMO.
               IF WKS-BRUTO > WKS-TI-DESDE (WKS-IDX-TRI)
                   IF WKS-BRUTO > WKS-TI-HASTA (WKS-IDX-TRI)
                       MOVE WKS-TI-HASTA (WKS-IDX-TRI)
                           TO WKS-TOPE-PORCION
                   ELSE
                       MOVE WKS-BRUTO TO WKS-TOPE-PORCION
                   END-IF
                   COMPUTE WKS-PORCION = WKS-TOPE-PORCION
                       - WKS-TI-DESDE (WKS-IDX-TRI)
                   INVALID KEY
                       MOVE EMP-ID TO ACU-EMPLEADO
                       MOVE WS-ANIO-SIS TO ACU-ANIO
                       MOVE WKS-BRUTO TO ACU-BRUTO
                       MOVE WKS-DEDUCCION TO ACU-RETENIDO
                       MOVE WKS-VAR-TRIBUTABLE TO ACU-VARIABLE
                       MOVE WKS-VAR-EXENTA TO ACU-EXENTO
                       MOVE WKS-SS-TRABAJADOR TO ACU-SS-TRABAJADOR
                       MOVE WKS-SS-EMPRESA TO ACU-SS-EMPRESA
                       WRITE ACU-REGISTRO
                           INVALID KEY
                               DISPLAY "ERROR AL ACUMULAR EL"
                               " EJERCICIO DE " EMP-ID
                       END-WRITE
                   NOT INVALID KEY
                       ADD WKS-BRUTO TO ACU-BRUTO
                       ADD WKS-DEDUCCION TO ACU-RETENIDO
                       ADD WKS-VAR-TRIBUTABLE TO ACU-VARIABLE
                       ADD WKS-VAR-EXENTA TO ACU-EXENTO
                       ADD WKS-SS-TRABAJADOR TO ACU-SS-TRABAJADOR
                       ADD WKS-SS-EMPRESA TO ACU-SS-EMPRESA
                       REWRITE ACU-REGISTRO
               END-READ.

      *        INCIDENCIAS PENDIENTES DEL EMPLEADO HASTA EL PERIODO
      *        QUE SE PAGA (LAS ATRASADAS ENTRAN EN ESTA NOMINA): LO
      *        QUE TRIBUTA SE SUMA O RESTA AL BRUTO ANTES DE LOS TRAMOS
           000018-SUMAR-INCIDENCIAS.
               MOVE 0 TO WKS-VAR-DEVENGO.
               MOVE 0 TO WKS-VAR-MINORA.
               MOVE 0 TO WKS-VAR-EXENTA.
               MOVE 0 TO WKS-DESCUENTOS.
               PERFORM 000018A-INICIAR-INCIDENCIAS.
               PERFORM 000018C-SUMAR-UNA UNTIL WKS-FIN-INC.
               COMPUTE WKS-BRUTO-CALCULO = WKS-BRUTO + WKS-VAR-DEVENGO
                   - WKS-VAR-MINORA.
               IF WKS-BRUTO-CALCULO < 0
                   MOVE 0 TO WKS-BRUTO-CALCULO
               END-IF.
               COMPUTE WKS-VAR-TRIBUTABLE =
                   WKS-BRUTO-CALCULO - WKS-BRUTO.
               MOVE WKS-BRUTO-CALCULO TO WKS-BRUTO.

           000018A-INICIAR-INCIDENCIAS.
               MOVE "N" TO WKS-EOF-INC.
               MOVE EMP-ID TO INC-EMPLEADO.
               MOVE 0 TO INC-PERIODO.
               MOVE 0 TO INC-LINEA.
               START INCIDENCIAS KEY IS NOT LESS THAN INC-CLAVE
                   INVALID KEY SET WKS-FIN-INC TO TRUE
               END-START.
               PERFORM 000018B-LEER-INCIDENCIA.

           000018B-LEER-INCIDENCIA.
               IF NOT WKS-FIN-INC
                   READ INCIDENCIAS NEXT RECORD
                       AT END SET WKS-FIN-INC TO TRUE
                   END-READ
               END-IF.
               IF NOT WKS-FIN-INC
                   IF INC-EMPLEADO NOT = EMP-ID
                       OR INC-PERIODO > WS-PERIODO-ACTUAL
                       SET WKS-FIN-INC TO TRUE
                   END-IF
               END-IF.

           000018C-SUMAR-UNA.
               IF INC-PENDIENTE
                   EVALUATE TRUE
                       WHEN INC-TRIBUTABLE AND INC-DEVENGO
                           ADD INC-IMPORTE TO WKS-VAR-DEVENGO
                       WHEN INC-TRIBUTABLE
                           ADD INC-IMPORTE TO WKS-VAR-MINORA
                       WHEN INC-DEVENGO
                           ADD INC-IMPORTE TO WKS-VAR-EXENTA
                       WHEN OTHER
                           ADD INC-IMPORTE TO WKS-DESCUENTOS
                   END-EVALUATE
               END-IF.
               PERFORM 000018B-LEER-INCIDENCIA.

      *        UNA LINEA DE DETALLE POR INCIDENCIA BAJO EL RECIBO; LA
      *        INCIDENCIA QUEDA LIQUIDADA
           000019-DETALLAR-INCIDENCIAS.
               PERFORM 000018A-INICIAR-INCIDENCIAS.
               PERFORM 000019A-DETALLAR-UNA UNTIL WKS-FIN-INC.

           000019A-DETALLAR-UNA.
               IF INC-PENDIENTE
                   PERFORM 000022-DESCRIPCION-CONCEPTO
                   MOVE INC-IMPORTE TO WKS-IMPORTE-VIS
                   IF INC-TRIBUTABLE
                       MOVE "TRIBUTA" TO WKS-TRIBUTA-VIS
                   ELSE
                       MOVE "EXENTO" TO WKS-TRIBUTA-VIS
                   END-IF
                   MOVE SPACES TO REC-LINEA
                   IF INC-UNIDADES > 0
                       MOVE INC-UNIDADES TO WKS-UNIDADES-VIS
                       STRING "       " INC-PERIODO " " INC-CONCEPTO
                           " " WKS-DESCRIPCION " " WKS-UNIDADES-VIS
                           " UDS " INC-SIGNO WKS-IMPORTE-VIS " "
                           WKS-TRIBUTA-VIS
                           DELIMITED BY SIZE INTO REC-LINEA
                   ELSE
                       STRING "       " INC-PERIODO " " INC-CONCEPTO
                           " " WKS-DESCRIPCION "             "
                           INC-SIGNO WKS-IMPORTE-VIS " "
                           WKS-TRIBUTA-VIS
                           DELIMITED BY SIZE INTO REC-LINEA
                   END-IF
                   WRITE REC-LINEA
                   MOVE "L" TO INC-ESTADO
                   REWRITE INC-REGISTRO
                   ADD 1 TO WKS-INC-PAGADAS
               END-IF.
               PERFORM 000018B-LEER-INCIDENCIA.

      *        LO QUE QUEDA PENDIENTE HASTA EL PERIODO TRAS PAGAR A LA
      *        PLANTILLA ES DE EMPLEADOS INACTIVOS O DESCONOCIDOS: SE
      *        RECHAZA Y SE INFORMA
           000020-RECHAZAR-INCIDENCIAS.
               OPEN OUTPUT RECHAZOS.
               MOVE SPACES TO RCH-LINEA.
               STRING "INCIDENCIAS RECHAZADAS EN LA NOMINA DEL "
                   "PERIODO " WS-PERIODO-ACTUAL
                   DELIMITED BY SIZE INTO RCH-LINEA.
               WRITE RCH-LINEA.
               MOVE "EMPLEADO PERIODO LIN CON      IMPORTE MOTIVO"
                   TO RCH-LINEA.
               WRITE RCH-LINEA.
               MOVE "N" TO WKS-EOF-INC.
               MOVE LOW-VALUES TO INC-CLAVE.
               START INCIDENCIAS KEY IS NOT LESS THAN INC-CLAVE
                   INVALID KEY SET WKS-FIN-INC TO TRUE
               END-START.
               PERFORM 000020A-LEER-INCIDENCIA.
               PERFORM 000020B-REVISAR-INCIDENCIA UNTIL WKS-FIN-INC.
               MOVE SPACES TO RCH-LINEA.
               WRITE RCH-LINEA.
               MOVE SPACES TO RCH-LINEA.
               STRING "TOTAL RECHAZADAS: " WKS-INC-RECHAZADAS
                   DELIMITED BY SIZE INTO RCH-LINEA.
               WRITE RCH-LINEA.
               CLOSE RECHAZOS.

           000020A-LEER-INCIDENCIA.
               IF NOT WKS-FIN-INC
                   READ INCIDENCIAS NEXT RECORD
                       AT END SET WKS-FIN-INC TO TRUE
                   END-READ
               END-IF.

           000020B-REVISAR-INCIDENCIA.
               IF INC-PENDIENTE AND INC-PERIODO NOT > WS-PERIODO-ACTUAL
                   MOVE INC-EMPLEADO TO EMP-ID
                   READ EMPLEADOS
                       INVALID KEY
                           MOVE "EMPLEADO DESCONOCIDO"
                               TO WKS-MOTIVO-RECHAZO
                       NOT INVALID KEY
                           MOVE "EMPLEADO INACTIVO"
                               TO WKS-MOTIVO-RECHAZO
                   END-READ
                   MOVE INC-IMPORTE TO WKS-IMPORTE-VIS
                   MOVE SPACES TO RCH-LINEA
                   STRING INC-EMPLEADO "   " INC-PERIODO "  "
                       INC-LINEA "  " INC-CONCEPTO " " INC-SIGNO
                       WKS-IMPORTE-VIS " " WKS-MOTIVO-RECHAZO
                       DELIMITED BY SIZE INTO RCH-LINEA
                   WRITE RCH-LINEA
                   MOVE "R" TO INC-ESTADO
                   REWRITE INC-REGISTRO
                   ADD 1 TO WKS-INC-RECHAZADAS
               END-IF.
               PERFORM 000020A-LEER-INCIDENCIA.

           000021-CARGAR-CONCEPTOS.
               OPEN INPUT CONCEPTOS.
               IF WS-STATUS-CNC = "00"
                   PERFORM 000021A-LEER-CONCEPTO
                       UNTIL WS-STATUS-CNC NOT = "00"
                       OR WKS-NUM-CONCEPTOS = 50
                   CLOSE CONCEPTOS
               END-IF.

           000021A-LEER-CONCEPTO.
               READ CONCEPTOS
                   AT END MOVE "10" TO WS-STATUS-CNC
                   NOT AT END
                       ADD 1 TO WKS-NUM-CONCEPTOS
                       SET WKS-IDX-CNC TO WKS-NUM-CONCEPTOS
                       MOVE CNC-CODIGO
                           TO WKS-CN-CODIGO (WKS-IDX-CNC)
                       MOVE CNC-DESCRIPCION
                           TO WKS-CN-DESCRIPCION (WKS-IDX-CNC)
               END-READ.

           000022-DESCRIPCION-CONCEPTO.
               MOVE "SIN DESCRIPCION" TO WKS-DESCRIPCION.
               SET WKS-IDX-CNC TO 1.
               SEARCH WKS-CONCEPTO-ENTRY
                   AT END CONTINUE
                   WHEN WKS-IDX-CNC > WKS-NUM-CONCEPTOS
                       CONTINUE
                   WHEN WKS-CN-CODIGO (WKS-IDX-CNC) = INC-CONCEPTO
                       MOVE WKS-CN-DESCRIPCION (WKS-IDX-CNC)
                           TO WKS-DESCRIPCION
               END-SEARCH.

      *        CUOTAS DEL EMPLEADO POR CONCEPTO SOBRE EL BRUTO DEL MES,
      *        LIMITADO A LAS BASES MINIMA Y MAXIMA DEL CONCEPTO; CADA
      *        CUOTA SALE COMO DETALLE EN LA LIQUIDACION MENSUAL
           000023-CALCULAR-COTIZACION.
               MOVE 0 TO WKS-SS-EMPRESA.
               MOVE 0 TO WKS-SS-TRABAJADOR.
               IF WKS-BRUTO > 0 AND WKS-NUM-COTIZ > 0
                   ADD 1 TO WKS-COTIZANTES
                   PERFORM 000023A-COTIZAR-CONCEPTO
                       VARYING WKS-IDX-COT FROM 1 BY 1
                       UNTIL WKS-IDX-COT > WKS-NUM-COTIZ
               END-IF.

           000023A-COTIZAR-CONCEPTO.
               MOVE WKS-BRUTO TO WKS-BASE-COTIZ.
               IF WKS-BASE-COTIZ < WKS-CT-BASE-MIN (WKS-IDX-COT)
                   MOVE WKS-CT-BASE-MIN (WKS-IDX-COT) TO WKS-BASE-COTIZ
               END-IF.
               IF WKS-CT-BASE-MAX (WKS-IDX-COT) > 0
                   AND WKS-BASE-COTIZ > WKS-CT-BASE-MAX (WKS-IDX-COT)
                   MOVE WKS-CT-BASE-MAX (WKS-IDX-COT) TO WKS-BASE-COTIZ
               END-IF.
               COMPUTE WKS-CUOTA-EMPRESA ROUNDED = WKS-BASE-COTIZ
                   * WKS-CT-TASA-EMP (WKS-IDX-COT) / 100.
               COMPUTE WKS-CUOTA-TRABAJADOR ROUNDED = WKS-BASE-COTIZ
                   * WKS-CT-TASA-TRA (WKS-IDX-COT) / 100.
               ADD WKS-CUOTA-EMPRESA TO WKS-SS-EMPRESA.
               ADD WKS-CUOTA-TRABAJADOR TO WKS-SS-TRABAJADOR.
               ADD WKS-BASE-COTIZ TO WKS-CT-TOT-BASE (WKS-IDX-COT).
               ADD WKS-CUOTA-EMPRESA
                   TO WKS-CT-TOT-EMPRESA (WKS-IDX-COT).
               ADD WKS-CUOTA-TRABAJADOR
                   TO WKS-CT-TOT-TRABAJADOR (WKS-IDX-COT).
               MOVE SPACES TO LSS-REGISTRO.
               MOVE "D" TO LSS-TIPO-REG.
               MOVE EMP-ID TO LSS-EMPLEADO.
               MOVE EMP-DNI TO LSS-DNI.
               MOVE WKS-CT-CONCEPTO (WKS-IDX-COT) TO LSS-CONCEPTO.
               MOVE WKS-BASE-COTIZ TO LSS-BASE.
               MOVE WKS-CUOTA-EMPRESA TO LSS-CUOTA-EMPRESA.
               MOVE WKS-CUOTA-TRABAJADOR TO LSS-CUOTA-TRABAJADOR.
               WRITE LSS-REGISTRO.
               ADD 1 TO WKS-REGISTROS-LSS.

           000024-CARGAR-COTIZACION.
               OPEN INPUT COTIZACION.
               IF WS-STATUS-COT = "00"
                   PERFORM 000024A-LEER-COTIZACION
                       UNTIL WS-STATUS-COT NOT = "00"
                       OR WKS-NUM-COTIZ = 10
                   CLOSE COTIZACION
               END-IF.

           000024A-LEER-COTIZACION.
               READ COTIZACION
                   AT END MOVE "10" TO WS-STATUS-COT
                   NOT AT END
                       ADD 1 TO WKS-NUM-COTIZ
                       SET WKS-IDX-COT TO WKS-NUM-COTIZ
                       MOVE COT-CONCEPTO
                           TO WKS-CT-CONCEPTO (WKS-IDX-COT)
                       MOVE COT-DESCRIPCION
                           TO WKS-CT-DESCRIPCION (WKS-IDX-COT)
                       MOVE COT-TASA-EMPRESA
                           TO WKS-CT-TASA-EMP (WKS-IDX-COT)
                       MOVE COT-TASA-TRABAJADOR
                           TO WKS-CT-TASA-TRA (WKS-IDX-COT)
                       MOVE COT-BASE-MINIMA
                           TO WKS-CT-BASE-MIN (WKS-IDX-COT)
                       MOVE COT-BASE-MAXIMA
                           TO WKS-CT-BASE-MAX (WKS-IDX-COT)
                       MOVE 0 TO WKS-CT-TOT-BASE (WKS-IDX-COT)
                       MOVE 0 TO WKS-CT-TOT-EMPRESA (WKS-IDX-COT)
                       MOVE 0 TO WKS-CT-TOT-TRABAJADOR (WKS-IDX-COT)
               END-READ.

      *        SUBTOTAL POR CONCEPTO Y COLA DE CONTROL: QUIEN PRESENTA
      *        LA LIQUIDACION CUADRA TRABAJADORES, REGISTROS Y CUOTAS
           000025-CERRAR-LIQUIDACION-SS.
               PERFORM 000025A-SUBTOTAL-CONCEPTO
                   VARYING WKS-IDX-COT FROM 1 BY 1
                   UNTIL WKS-IDX-COT > WKS-NUM-COTIZ.
               MOVE SPACES TO LSS-REGISTRO.
               MOVE "T" TO LSST-TIPO-REG.
               MOVE WKS-COTIZANTES TO LSST-TRABAJADORES.
               MOVE WKS-REGISTROS-LSS TO LSST-REGISTROS.
               MOVE WKS-TOTAL-SS-EMPRESA TO LSST-TOTAL-EMPRESA.
               MOVE WKS-TOTAL-SS-TRABAJADOR TO LSST-TOTAL-TRABAJADOR.
               WRITE LSS-REGISTRO.

           000025A-SUBTOTAL-CONCEPTO.
               MOVE SPACES TO LSS-REGISTRO.
               MOVE "S" TO LSS-TIPO-REG.
               MOVE 0 TO LSS-EMPLEADO.
               MOVE WKS-CT-CONCEPTO (WKS-IDX-COT) TO LSS-CONCEPTO.
               MOVE WKS-CT-TOT-BASE (WKS-IDX-COT) TO LSS-BASE.
               MOVE WKS-CT-TOT-EMPRESA (WKS-IDX-COT)
                   TO LSS-CUOTA-EMPRESA.
               MOVE WKS-CT-TOT-TRABAJADOR (WKS-IDX-COT)
                   TO LSS-CUOTA-TRABAJADOR.
               WRITE LSS-REGISTRO.

      *        PAGINA DE DIRECCION: LO QUE CUESTA LA PLANTILLA EN EL
      *        MES, SALARIO MAS PERCEPCIONES EXENTAS MAS LA CUOTA
      *        PATRONAL, CON EL DESGLOSE DE CUOTAS POR CONCEPTO
           000026-COSTE-EMPRESA.
               OPEN OUTPUT COSTE-EMPRESA.
               MOVE SPACES TO CST-LINEA.
               STRING "COSTE DE EMPRESA DE LA NOMINA DEL PERIODO "
                   WS-PERIODO-ACTUAL
                   DELIMITED BY SIZE INTO CST-LINEA.
               WRITE CST-LINEA.
               MOVE SPACES TO CST-LINEA.
               WRITE CST-LINEA.
               MOVE WKS-TOTAL-BRUTO TO WKS-VALOR-VIS.
               MOVE SPACES TO CST-LINEA.
               STRING "SALARIO BRUTO              : " WKS-VALOR-VIS
                   DELIMITED BY SIZE INTO CST-LINEA.
               WRITE CST-LINEA.
               MOVE WKS-TOTAL-EXENTO TO WKS-VALOR-VIS.
               MOVE SPACES TO CST-LINEA.
               STRING "PERCEPCIONES EXENTAS       : " WKS-VALOR-VIS
                   DELIMITED BY SIZE INTO CST-LINEA.
               WRITE CST-LINEA.
               MOVE WKS-TOTAL-SS-EMPRESA TO WKS-VALOR-VIS.
               MOVE SPACES TO CST-LINEA.
               STRING "SEGURIDAD SOCIAL EMPRESA   : " WKS-VALOR-VIS
                   DELIMITED BY SIZE INTO CST-LINEA.
               WRITE CST-LINEA.
               COMPUTE WKS-COSTE-TOTAL = WKS-TOTAL-BRUTO
                   + WKS-TOTAL-EXENTO + WKS-TOTAL-SS-EMPRESA.
               MOVE WKS-COSTE-TOTAL TO WKS-VALOR-VIS.
               MOVE SPACES TO CST-LINEA.
               STRING "COSTE TOTAL DE EMPRESA     : " WKS-VALOR-VIS
                   DELIMITED BY SIZE INTO CST-LINEA.
               WRITE CST-LINEA.
               MOVE SPACES TO CST-LINEA.
               STRING "EMPLEADOS PAGADOS          : "
                   WKS-EMPLEADOS-PAGADOS
                   DELIMITED BY SIZE INTO CST-LINEA.
               WRITE CST-LINEA.
               IF WKS-EMPLEADOS-PAGADOS > 0
                   COMPUTE WKS-COSTE-MEDIO ROUNDED =
                       WKS-COSTE-TOTAL / WKS-EMPLEADOS-PAGADOS
                   MOVE WKS-COSTE-MEDIO TO WKS-VALOR-VIS
                   MOVE SPACES TO CST-LINEA
                   STRING "COSTE MEDIO POR EMPLEADO   : " WKS-VALOR-VIS
                       DELIMITED BY SIZE INTO CST-LINEA
                   WRITE CST-LINEA
               END-IF.
               MOVE SPACES TO CST-LINEA.
               WRITE CST-LINEA.
               MOVE "COTIZACIONES POR CONCEPTO   BASE          "
                   & "EMPRESA        TRABAJADOR" TO CST-LINEA.
               WRITE CST-LINEA.
               PERFORM 000026A-LINEA-CONCEPTO
                   VARYING WKS-IDX-COT FROM 1 BY 1
                   UNTIL WKS-IDX-COT > WKS-NUM-COTIZ.
               CLOSE COSTE-EMPRESA.

           000026A-LINEA-CONCEPTO.
               MOVE SPACES TO CST-LINEA.
               MOVE WKS-CT-TOT-BASE (WKS-IDX-COT) TO WKS-VALOR-VIS.
               STRING WKS-CT-CONCEPTO (WKS-IDX-COT) " "
                   WKS-CT-DESCRIPCION (WKS-IDX-COT) WKS-VALOR-VIS
                   DELIMITED BY SIZE INTO CST-LINEA.
               MOVE WKS-CT-TOT-EMPRESA (WKS-IDX-COT) TO WKS-VALOR-VIS.
               MOVE WKS-VALOR-VIS TO CST-LINEA (42:13).
               MOVE WKS-CT-TOT-TRABAJADOR (WKS-IDX-COT)
                   TO WKS-VALOR-VIS.
               MOVE WKS-VALOR-VIS TO CST-LINEA (57:13).
               WRITE CST-LINEA.

      *        LIMITES DEL MES QUE SE PAGA Y PORCENTAJE DE LA BAJA
      *        MEDICA; SIN FICHERO DE AUSENCIAS NO HAY DESCUENTOS
           000029-PREPARAR-AUSENCIAS.
               COMPUTE WKS-INICIO-PERIODO = WS-PERIODO-ACTUAL * 100 + 1.
               MOVE WKS-DIAS-MES (WS-MES-SIS) TO WKS-DIAS-EN-MES.
               IF WS-MES-SIS = 2
                   DIVIDE WS-ANIO-SIS BY 4 GIVING WKS-TEMP-DIVISION
                       REMAINDER WKS-RESTO-ANIO
                   IF WKS-RESTO-ANIO = 0
                       MOVE 29 TO WKS-DIAS-EN-MES
                       DIVIDE WS-ANIO-SIS BY 100
                           GIVING WKS-TEMP-DIVISION
                           REMAINDER WKS-RESTO-ANIO
                       IF WKS-RESTO-ANIO = 0
                           MOVE 28 TO WKS-DIAS-EN-MES
                           DIVIDE WS-ANIO-SIS BY 400
                               GIVING WKS-TEMP-DIVISION
                               REMAINDER WKS-RESTO-ANIO
                           IF WKS-RESTO-ANIO = 0
                               MOVE 29 TO WKS-DIAS-EN-MES
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               COMPUTE WKS-FIN-PERIODO = WS-PERIODO-ACTUAL * 100
                   + WKS-DIAS-EN-MES.
               OPEN INPUT PARAM-AUSENCIAS.
               IF WS-STATUS-PAU = "00"
                   READ PARAM-AUSENCIAS
                       AT END CONTINUE
                       NOT AT END
                           IF PAU-PORC-BAJA NOT > 100
                               MOVE PAU-PORC-BAJA TO WKS-PORC-BAJA
                           END-IF
                   END-READ
                   CLOSE PARAM-AUSENCIAS
               END-IF.
               OPEN INPUT AUSENCIAS.

      *        AUSENCIAS APROBADAS DEL EMPLEADO QUE CAEN EN EL MES: LOS
      *        DIAS SE CUENTAN SOBRE UN MES DE 30 (UN MES ENTERO SON 30
      *        DIAS) Y, EN EL FINIQUITO, SOLO HASTA EL DIA DE LA BAJA
           000027-DESCONTAR-AUSENCIAS.
               MOVE 0 TO WKS-DIAS-PS.
               MOVE 0 TO WKS-DIAS-BM.
               MOVE 0 TO WKS-DESC-PS.
               MOVE 0 TO WKS-DESC-BM.
               IF WS-STATUS-AUS = "00" AND WKS-BRUTO > 0
                   MOVE "N" TO WKS-EOF-AUS
                   MOVE EMP-ID TO AUS-EMPLEADO
                   MOVE 0 TO AUS-DESDE
                   START AUSENCIAS KEY IS NOT LESS THAN AUS-CLAVE
                       INVALID KEY SET WKS-FIN-AUS TO TRUE
                   END-START
                   PERFORM 000027A-LEER-AUSENCIA
                   PERFORM 000027B-CONTAR-AUSENCIA UNTIL WKS-FIN-AUS
                   IF WKS-DIAS-PS > 0
                       COMPUTE WKS-DESC-PS ROUNDED =
                           EMP-SALARIO * WKS-DIAS-PS / 30
                   END-IF
                   IF WKS-DIAS-BM > 0
                       COMPUTE WKS-DESC-BM ROUNDED =
                           EMP-SALARIO * WKS-DIAS-BM / 30
                           * (100 - WKS-PORC-BAJA) / 100
                   END-IF
                   IF WKS-DESC-PS + WKS-DESC-BM > WKS-BRUTO
                       COMPUTE WKS-DESC-BM = WKS-BRUTO - WKS-DESC-PS
                   END-IF
                   COMPUTE WKS-BRUTO = WKS-BRUTO - WKS-DESC-PS
                       - WKS-DESC-BM
               END-IF.

           000027A-LEER-AUSENCIA.
               IF NOT WKS-FIN-AUS
                   READ AUSENCIAS NEXT RECORD
                       AT END SET WKS-FIN-AUS TO TRUE
                   END-READ
               END-IF.
               IF NOT WKS-FIN-AUS
                   IF AUS-EMPLEADO NOT = EMP-ID
                       OR AUS-DESDE > WKS-FIN-PERIODO
                       SET WKS-FIN-AUS TO TRUE
                   END-IF
               END-IF.

           000027B-CONTAR-AUSENCIA.
               IF AUS-APROBADA
                   AND (AUS-SIN-SUELDO OR AUS-BAJA-MEDICA)
                   AND AUS-HASTA NOT < WKS-INICIO-PERIODO
                   IF AUS-DESDE < WKS-INICIO-PERIODO
                       MOVE 1 TO WKS-AU-DIA-DESDE
                   ELSE
                       COMPUTE WKS-AU-DIA-DESDE = AUS-DESDE
                           - WS-PERIODO-ACTUAL * 100
                   END-IF
                   IF AUS-HASTA NOT < WKS-FIN-PERIODO
                       MOVE 30 TO WKS-AU-DIA-HASTA
                   ELSE
                       COMPUTE WKS-AU-DIA-HASTA = AUS-HASTA
                           - WS-PERIODO-ACTUAL * 100
                   END-IF
                   IF WKS-AU-DIA-HASTA > WKS-DIA-FIN
                       MOVE WKS-DIA-FIN TO WKS-AU-DIA-HASTA
                   END-IF
                   IF WKS-AU-DIA-HASTA NOT < WKS-AU-DIA-DESDE
                       COMPUTE WKS-AU-DIAS = WKS-AU-DIA-HASTA
                           - WKS-AU-DIA-DESDE + 1
                       IF AUS-SIN-SUELDO
                           ADD WKS-AU-DIAS TO WKS-DIAS-PS
                       ELSE
                           ADD WKS-AU-DIAS TO WKS-DIAS-BM
                       END-IF
                   END-IF
               END-IF.
               PERFORM 000027A-LEER-AUSENCIA.

           000028-DETALLAR-AUSENCIAS.
               IF WKS-DIAS-PS > 0
                   MOVE WKS-DESC-PS TO WKS-IMPORTE-VIS
                   MOVE SPACES TO REC-LINEA
                   STRING "       AUSENCIA PS PERMISO SIN SUELDO  "
                       WKS-DIAS-PS " DIAS      -" WKS-IMPORTE-VIS
                       DELIMITED BY SIZE INTO REC-LINEA
                   WRITE REC-LINEA
               END-IF.
               IF WKS-DIAS-BM > 0
                   MOVE WKS-DESC-BM TO WKS-IMPORTE-VIS
                   MOVE SPACES TO REC-LINEA
                   STRING "       AUSENCIA BM BAJA MEDICA         "
                       WKS-DIAS-BM " DIAS      -" WKS-IMPORTE-VIS
                       DELIMITED BY SIZE INTO REC-LINEA
                   WRITE REC-LINEA
               END-IF.

      *        CUADRO DE MAPEO DE LA NOMINA, MISMO FORMATO QUE
      *        GL-MAPA.TXT; CADA CONCEPTO CONTABLE DEBE ESTAR MAPEADO
           000030-CARGAR-MAPA-GL.
               OPEN INPUT MAPA-GL.
               IF WS-STATUS-MGL = "00"
                   PERFORM 000030A-LEER-MAPEO-GL
                   PERFORM 000030B-GUARDAR-MAPEO-GL UNTIL WKS-FIN-MGL
                   CLOSE MAPA-GL
               END-IF.
               PERFORM 000030C-COMPROBAR-MAPEO-GL
                   VARYING WKS-IDX-CGL FROM 1 BY 1
                   UNTIL WKS-IDX-CGL > WKS-NUM-CONCEPTOS-GL.

           000030A-LEER-MAPEO-GL.
               READ MAPA-GL
                   AT END SET WKS-FIN-MGL TO TRUE
               END-READ.

           000030B-GUARDAR-MAPEO-GL.
               IF WKS-NUM-MAPEOS-GL < 20
                   ADD 1 TO WKS-NUM-MAPEOS-GL
                   SET WKS-IDX-MGL TO WKS-NUM-MAPEOS-GL
                   MOVE MGL-TIPO TO WKS-MG-TIPO (WKS-IDX-MGL)
                   MOVE MGL-CUENTA-DEBE TO WKS-MG-DEBE (WKS-IDX-MGL)
                   MOVE MGL-CUENTA-HABER TO WKS-MG-HABER (WKS-IDX-MGL)
               END-IF.
               PERFORM 000030A-LEER-MAPEO-GL.

           000030C-COMPROBAR-MAPEO-GL.
               PERFORM 000030D-BUSCAR-MAPEO-GL.
               IF NOT WKS-MAPEO-GL-ENCONTRADO
                   ADD 1 TO WKS-SIN-MAPEO-GL
                   MOVE SPACES TO EGL-LINEA
                   STRING "SIN MAPEO CONTABLE: CONCEPTO "
                       WKS-CONCEPTO-GL (WKS-IDX-CGL)
                       DELIMITED BY SIZE INTO EGL-LINEA
                   WRITE EGL-LINEA
               END-IF.

           000030D-BUSCAR-MAPEO-GL.
               MOVE "N" TO WKS-MAPA-GL-OK.
               SET WKS-IDX-MGL TO 1.
               SEARCH WKS-MAPA-GL-ENTRY
                   AT END CONTINUE
                   WHEN WKS-IDX-MGL > WKS-NUM-MAPEOS-GL
                       CONTINUE
                   WHEN WKS-MG-TIPO (WKS-IDX-MGL)
                       = WKS-CONCEPTO-GL (WKS-IDX-CGL)
                       SET WKS-MAPEO-GL-ENCONTRADO TO TRUE
                       MOVE WKS-MG-DEBE (WKS-IDX-MGL)
                           TO WKS-CUENTA-DEBE-GL
                       MOVE WKS-MG-HABER (WKS-IDX-MGL)
                           TO WKS-CUENTA-HABER-GL
               END-SEARCH.

      *        PASADA PREVIA POR EL MAESTRO: SE PAGAN LOS ACTIVOS Y
      *        LOS DADOS DE BAJA CON FINIQUITO PENDIENTE. SUS CENTROS
      *        SE DAN YA DE ALTA EN LA TABLA, DE MODO QUE SI NO CABEN
      *        LA NOMINA SE RECHAZA ANTES DE PAGAR A NADIE
           000031-VALIDAR-CENTROS.
               PERFORM 000031A-LEER-VALIDACION.
               PERFORM 000031B-VALIDAR-EMPLEADO UNTIL WKS-FIN-VAL.
               IF WKS-CENTROS-DESBORDADOS > 0
                   MOVE SPACES TO EGL-LINEA
                   STRING "CENTROS DE COSTE POR ENCIMA DE 50, "
                       "EMPLEADOS FUERA: " WKS-CENTROS-DESBORDADOS
                       DELIMITED BY SIZE INTO EGL-LINEA
                   WRITE EGL-LINEA
               END-IF.

           000031A-LEER-VALIDACION.
               READ EMPLEADOS NEXT RECORD
                   AT END SET WKS-FIN-VAL TO TRUE
               END-READ.

           000031B-VALIDAR-EMPLEADO.
               IF EMP-ACTIVO OR EMP-FINIQUITO-PENDIENTE
                   IF EMP-CENTRO-COSTE = SPACES
                       ADD 1 TO WKS-SIN-CENTRO
                       MOVE SPACES TO EGL-LINEA
                       STRING "SIN CENTRO DE COSTE: EMPLEADO " EMP-ID
                           " " EMP-NOMBRE-TRAB
                           DELIMITED BY SIZE INTO EGL-LINEA
                       WRITE EGL-LINEA
                   ELSE
                       PERFORM 000032B-LOCALIZAR-CENTRO
                   END-IF
               END-IF.
               PERFORM 000031A-LEER-VALIDACION.

      *        IMPORTES DEL EMPLEADO PAGADO EN LA COLUMNA DE CADA
      *        CONCEPTO DE SU CENTRO; EL NETO VA A LA VIA POR LA QUE
      *        SE PAGA (LA MISMA DECISION QUE 000011-EMITIR-ABONO) Y
      *        EL NETO NEGATIVO QUEDA COMO DEUDA DEL EMPLEADO
           000032-ACUMULAR-CENTRO.
               PERFORM 000032B-LOCALIZAR-CENTRO.
               IF WKS-CENTRO-ENCONTRADO
                   ADD WKS-BRUTO TO WKS-CC-IMPORTE (WKS-IDX-CC, 1)
                   ADD WKS-VAR-EXENTA TO WKS-CC-IMPORTE (WKS-IDX-CC, 2)
                   ADD WKS-SS-EMPRESA TO WKS-CC-IMPORTE (WKS-IDX-CC, 3)
                   ADD WKS-DEDUCCION TO WKS-CC-IMPORTE (WKS-IDX-CC, 4)
                   ADD WKS-SS-TRABAJADOR
                       TO WKS-CC-IMPORTE (WKS-IDX-CC, 5)
                   ADD WKS-DESCUENTOS TO WKS-CC-IMPORTE (WKS-IDX-CC, 6)
                   ADD WKS-GASTOS-MES TO WKS-CC-IMPORTE (WKS-IDX-CC, 7)
                   IF WKS-NETO > 0
                       IF EMP-COBRA-AQUI AND EMP-CUENTA NOT = 0
                           ADD WKS-NETO
                               TO WKS-CC-IMPORTE (WKS-IDX-CC, 8)
                       ELSE
                       IF EMP-COBRA-FUERA AND EMP-CUENTA NOT = 0
                           ADD WKS-NETO
                               TO WKS-CC-IMPORTE (WKS-IDX-CC, 9)
                       ELSE
                           ADD WKS-NETO
                               TO WKS-CC-IMPORTE (WKS-IDX-CC, 10)
                       END-IF
                       END-IF
                   ELSE
                       SUBTRACT WKS-NETO
                           FROM WKS-CC-IMPORTE (WKS-IDX-CC, 11)
                   END-IF
               END-IF.

      *        BUSCA EL CENTRO DEL EMPLEADO EN LA TABLA Y LO DA DE
      *        ALTA CON IMPORTES A CERO SI AUN NO ESTA Y HAY SITIO
           000032B-LOCALIZAR-CENTRO.
               MOVE "N" TO WKS-CENTRO-OK.
               SET WKS-IDX-CC TO 1.
               SEARCH WKS-CENTRO-ENTRY
                   AT END CONTINUE
                   WHEN WKS-IDX-CC > WKS-NUM-CENTROS
                       CONTINUE
                   WHEN WKS-CC-CODIGO (WKS-IDX-CC) = EMP-CENTRO-COSTE
                       SET WKS-CENTRO-ENCONTRADO TO TRUE
               END-SEARCH.
               IF NOT WKS-CENTRO-ENCONTRADO
                   IF WKS-NUM-CENTROS < 50
                       ADD 1 TO WKS-NUM-CENTROS
                       SET WKS-IDX-CC TO WKS-NUM-CENTROS
                       MOVE EMP-CENTRO-COSTE
                           TO WKS-CC-CODIGO (WKS-IDX-CC)
                       PERFORM 000032A-INICIAR-IMPORTE
                           VARYING WKS-IDX-CGL FROM 1 BY 1
                           UNTIL WKS-IDX-CGL > WKS-NUM-CONCEPTOS-GL
                       SET WKS-CENTRO-ENCONTRADO TO TRUE
                   ELSE
                       ADD 1 TO WKS-CENTROS-DESBORDADOS
                   END-IF
               END-IF.

           000032A-INICIAR-IMPORTE.
               MOVE 0 TO WKS-CC-IMPORTE (WKS-IDX-CC, WKS-IDX-CGL).

      *        APUNTES DEBE/HABER POR CENTRO Y CONCEPTO. CADA CENTRO
      *        DEBE CUADRAR SUS DEVENGOS CON LO RETENIDO MAS LO PAGADO
      *        Y EL FICHERO DEBE CUADRAR DEBE CONTRA HABER; SI NO, NO
      *        SE EMITE NADA Y EL DESCUADRE QUEDA EN LOS ERRORES
           000033-CONTABILIZAR-NOMINA.
               OPEN OUTPUT APUNTES-GL.
               OPEN EXTEND ERRORES-GL.
               PERFORM 000033A-CONTABILIZAR-CENTRO
                   VARYING WKS-IDX-CENTRO FROM 1 BY 1
                   UNTIL WKS-IDX-CENTRO > WKS-NUM-CENTROS.
               IF WKS-GL-TOTAL-DEBE NOT = WKS-GL-TOTAL-HABER
                   ADD 1 TO WKS-DESCUADRES-GL
                   MOVE SPACES TO EGL-LINEA
                   STRING "FICHERO DESCUADRADO: DEBE "
                       WKS-GL-TOTAL-DEBE " HABER " WKS-GL-TOTAL-HABER
                       DELIMITED BY SIZE INTO EGL-LINEA
                   WRITE EGL-LINEA
               END-IF.
               CLOSE APUNTES-GL.
               CLOSE ERRORES-GL.
               IF WKS-DESCUADRES-GL > 0
      *            EL FICHERO DESCUADRADO NO DEBE LLEGAR AL LIBRO
                   OPEN OUTPUT APUNTES-GL
                   CLOSE APUNTES-GL
                   MOVE 0 TO WKS-APUNTES-GL
                   DISPLAY "LOS APUNTES DE NOMINA NO CUADRAN, NO SE"
                       " EMITEN (VER NOMINA-GL-ERRORES.TXT)"
               END-IF.

           000033A-CONTABILIZAR-CENTRO.
               SET WKS-IDX-CC TO WKS-IDX-CENTRO.
               COMPUTE WKS-DEVENGADO-CC =
                   WKS-CC-IMPORTE (WKS-IDX-CC, 1)
                   + WKS-CC-IMPORTE (WKS-IDX-CC, 2)
                   + WKS-CC-IMPORTE (WKS-IDX-CC, 7).
               COMPUTE WKS-LIQUIDADO-CC =
                   WKS-CC-IMPORTE (WKS-IDX-CC, 4)
                   + WKS-CC-IMPORTE (WKS-IDX-CC, 5)
                   + WKS-CC-IMPORTE (WKS-IDX-CC, 6)
                   + WKS-CC-IMPORTE (WKS-IDX-CC, 8)
                   + WKS-CC-IMPORTE (WKS-IDX-CC, 9)
                   + WKS-CC-IMPORTE (WKS-IDX-CC, 10)
                   - WKS-CC-IMPORTE (WKS-IDX-CC, 11).
               IF WKS-DEVENGADO-CC NOT = WKS-LIQUIDADO-CC
                   ADD 1 TO WKS-DESCUADRES-GL
                   MOVE WKS-DEVENGADO-CC TO WKS-DEVENGADO-VIS
                   MOVE WKS-LIQUIDADO-CC TO WKS-LIQUIDADO-VIS
                   MOVE SPACES TO EGL-LINEA
                   STRING "CENTRO " WKS-CC-CODIGO (WKS-IDX-CC)
                       " DESCUADRADO: DEVENGOS " WKS-DEVENGADO-VIS
                       " PAGOS " WKS-LIQUIDADO-VIS
                       DELIMITED BY SIZE INTO EGL-LINEA
                   WRITE EGL-LINEA
               END-IF.
               PERFORM 000033B-EMITIR-PAREJA
                   VARYING WKS-IDX-CGL FROM 1 BY 1
                   UNTIL WKS-IDX-CGL > WKS-NUM-CONCEPTOS-GL.

           000033B-EMITIR-PAREJA.
               MOVE WKS-CC-IMPORTE (WKS-IDX-CC, WKS-IDX-CGL)
                   TO WKS-IMPORTE-GL.
               IF WKS-IMPORTE-GL > 0
                   PERFORM 000030D-BUSCAR-MAPEO-GL
                   MOVE SPACES TO AGL-REGISTRO
                   MOVE WS-FECHA-SISTEMA TO AGL-FECHA
                   MOVE WKS-CC-CODIGO (WKS-IDX-CC) TO AGL-CENTRO-COSTE
                   MOVE WKS-CUENTA-DEBE-GL TO AGL-CUENTA-GL
                   MOVE "D" TO AGL-SENTIDO
                   MOVE WKS-IMPORTE-GL TO AGL-IMPORTE
                   MOVE WKS-CONCEPTO-GL (WKS-IDX-CGL) TO AGL-TIPO
                   WRITE AGL-REGISTRO
                   ADD WKS-IMPORTE-GL TO WKS-GL-TOTAL-DEBE
                   MOVE WKS-CUENTA-HABER-GL TO AGL-CUENTA-GL
                   MOVE "H" TO AGL-SENTIDO
                   WRITE AGL-REGISTRO
                   ADD WKS-IMPORTE-GL TO WKS-GL-TOTAL-HABER
                   ADD 2 TO WKS-APUNTES-GL
               END-IF.

           000010-GRABAR-CONTROL.
               OPEN OUTPUT CONTROL-PERIODO.
               MOVE WS-PERIODO-ACTUAL TO CTL-PERIODO.
