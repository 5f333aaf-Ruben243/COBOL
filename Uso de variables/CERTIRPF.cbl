      *          EMPLEADO (BRUTO Y RETENIDO DEL ANIO) Y EL TOTAL
      *          RETENIDO A INGRESAR, DE LA MISMA MANERA QUE
      *          CERTIFICADOS LO HACE CON LOS INTERESES DE CUENTAS.
      *          EL BRUTO YA INCLUYE LA RETRIBUCION VARIABLE QUE
      *          TRIBUTA (HORAS EXTRA, PRIMAS), QUE SE DESGLOSA, Y LAS
      *          PERCEPCIONES EXENTAS SE CERTIFICAN APARTE, COMO LAS
      *          COTIZACIONES SOCIALES A CARGO DEL TRABAJADOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               03 ACU-ANIO     PIC 9(04).
           02 ACU-BRUTO    PIC 9(09)V99.
           02 ACU-RETENIDO PIC 9(09)V99.
           02 ACU-VARIABLE PIC S9(09)V99.
           02 ACU-EXENTO   PIC 9(09)V99.
           02 ACU-SS-TRABAJADOR PIC 9(09)V99.
           02 ACU-SS-EMPRESA    PIC 9(09)V99.

       FD  EMPLEADOS.
       01  EMP-REGISTRO.
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

       FD  CERTIFICADOS-SALIDA.
       01  CER-LINEA PIC X(160).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ACU PIC X(02).
       77 WKS-NOMBRE-COMPLETO PIC X(42).
       77 WKS-BRUTO-VIS    PIC ZZZZZZZZ9.99.
       77 WKS-RETENIDO-VIS PIC ZZZZZZZZ9.99.
       77 WKS-VARIABLE-VIS PIC -ZZZZZZZ9.99.
       77 WKS-EXENTO-VIS   PIC ZZZZZZZZ9.99.
       77 WKS-COTIZ-VIS    PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       000001-CERTIFICADOS-ANUALES.
                   PERFORM 000004-NOMBRE-EMPLEADO
                   MOVE ACU-BRUTO TO WKS-BRUTO-VIS
                   MOVE ACU-RETENIDO TO WKS-RETENIDO-VIS
                   MOVE ACU-VARIABLE TO WKS-VARIABLE-VIS
                   MOVE ACU-EXENTO TO WKS-EXENTO-VIS
                   MOVE ACU-SS-TRABAJADOR TO WKS-COTIZ-VIS
                   MOVE SPACES TO CER-LINEA
                   STRING ACU-EMPLEADO " " WKS-NOMBRE-COMPLETO
                       " BRUTO " WKS-BRUTO-VIS
                       " RETENIDO " WKS-RETENIDO-VIS
                       " VARIABLE " WKS-VARIABLE-VIS
                       " EXENTO " WKS-EXENTO-VIS
                       " COTIZ.SS " WKS-COTIZ-VIS
                       DELIMITED BY SIZE INTO CER-LINEA
                   WRITE CER-LINEA
               END-IF.
