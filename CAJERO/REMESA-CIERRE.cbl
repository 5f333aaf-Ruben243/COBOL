      *          DE DETALLES Y TOTAL DE CONTROL), EL MISMO SOBRE QUE
      *          EXIGE LA REMESA ENTRANTE. LA COLA DE SALIDA SE VACIA
      *          AL TERMINAR Y EL ENVIO QUEDA ANOTADO CON SUS TOTALES
      *          EN TRANSMISIONES-LOG.TXT. CADA TRANSFERENCIA
      *          ENSOBRADA QUEDA ADEMAS EN EL REGISTRO PERMANENTE
      *          TRANSF-SALIDA.DAT (ESTADO ENVIADA) PARA CASAR LAS
      *          CONFIRMACIONES Y DEVOLUCIONES DE LA ENTIDAD
      *          DESTINATARIA (VER REMESA-DEVOL Y REMESA-PENDIENTES).
      *          EL IBAN DEL BENEFICIARIO, YA VALIDADO EN EL CAJERO,
      *          VIAJA AL FINAL DE CADA DETALLE; LAS LINEAS ANTIGUAS
      *          SIN IBAN CONSERVAN LA CUENTA DESTINO DE 11 CIFRAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO "../TRANSMISIONES-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    REGISTRO DE TRANSFERENCIAS ENVIADAS, POR FECHA, ORIGEN,
      *    DESTINO E IMPORTE, CON EL ENVIO Y LINEA QUE LAS LLEVO
           SELECT ENVIADAS ASSIGN TO "../TRANSF-SALIDA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TSA-CLAVE
           FILE STATUS IS WS-STATUS-TSA.

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.
             02 SAL-CUENTA-DESTINO PIC X(11).
             02 SAL-IMPORTE        PIC X(11).
             02 SAL-CONCEPTO       PIC X(20).
             02 SAL-IBAN-DESTINO   PIC X(34).

        FD ENVIO.
         01 ENV-REGISTRO.
             02 ENV-CUENTA-DESTINO PIC X(11).
             02 ENV-IMPORTE        PIC X(11).
             02 ENV-CONCEPTO       PIC X(20).
             02 ENV-IBAN-DESTINO   PIC X(34).
      *  VISTA DE CABECERA (H): FECHA Y SECUENCIA DEL FICHERO
         01 ENV-CABECERA REDEFINES ENV-REGISTRO.
             02 ENVH-TIPO-REG  PIC X(01).
             02 ENVH-FECHA     PIC 9(08).
             02 ENVH-SECUENCIA PIC 9(06).
             02 FILLER         PIC X(81).
      *  VISTA DE COLA (F): RECUENTO Y TOTAL DE CONTROL
         01 ENV-COLA REDEFINES ENV-REGISTRO.
             02 ENVF-TIPO-REG PIC X(01).
             02 ENVF-RECUENTO PIC 9(08).
             02 ENVF-TOTAL    PIC 9(11)V99.
             02 FILLER        PIC X(74).

        FD SEC-SALIDA.
         01 SEC-SALIDA-REGISTRO PIC 9(06).
             02 FILLER        PIC X(01).
             02 TRX-RESULTADO PIC X(09).

        FD ENVIADAS.
         01 TSA-REGISTRO.
             02 TSA-CLAVE.
                 03 TSA-FECHA          PIC X(08).
                 03 TSA-CUENTA-ORIGEN  PIC X(11).
                 03 TSA-CUENTA-DESTINO PIC X(11).
                 03 TSA-IMPORTE        PIC X(11).
                 03 TSA-SECUENCIA      PIC 9(06).
                 03 TSA-LINEA          PIC 9(08).
             02 TSA-CONCEPTO     PIC X(20).
             02 TSA-FECHA-ENVIO  PIC 9(08).
             02 TSA-ESTADO       PIC X(01).
                 88 TSA-ENVIADA    VALUE "E".
                 88 TSA-CONFIRMADA VALUE "C".
                 88 TSA-DEVUELTA   VALUE "D".
             02 TSA-MOTIVO       PIC X(02).
             02 TSA-FECHA-ESTADO PIC 9(08).
             02 TSA-IBAN-DESTINO PIC X(34).

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).

       77 WS-STATUS-SAL PIC X(02).
       77 WS-STATUS-SEC-SAL PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-STATUS-TSA PIC X(02).
       77 WS-EOF-SAL PIC X(01) VALUE "N".
           88 WS-FIN-SAL VALUE "S".

            PERFORM 00002-SIGUIENTE-SECUENCIA.

            OPEN OUTPUT ENVIO.
            OPEN I-O ENVIADAS.
            IF WS-STATUS-TSA = "35"
                OPEN OUTPUT ENVIADAS
                CLOSE ENVIADAS
                OPEN I-O ENVIADAS
            END-IF.
            PERFORM 00003-ESCRIBIR-CABECERA.
            PERFORM 00004-LEER-SALIDA.
            PERFORM 00005-COPIAR-DETALLE UNTIL WS-FIN-SAL.
            PERFORM 00006-ESCRIBIR-COLA.
            CLOSE ENVIO, REMESA-SALIDA, ENVIADAS.

            IF WS-DETALLES = 0
                DISPLAY "REMESA DE SALIDA VACIA, ENVIO SIN DETALLES"
                   END-IF
                   MOVE SAL-REGISTRO TO ENV-REGISTRO
                   WRITE ENV-REGISTRO
                   PERFORM 00008-REGISTRAR-ENVIADA
               END-IF.
               PERFORM 00004-LEER-SALIDA.

      *        LA TRANSFERENCIA QUEDA ENVIADA HASTA QUE LA ENTIDAD
      *        DESTINATARIA LA CONFIRME O LA DEVUELVA
           00008-REGISTRAR-ENVIADA.
               MOVE SAL-FECHA TO TSA-FECHA.
               MOVE SAL-CUENTA-ORIGEN TO TSA-CUENTA-ORIGEN.
               MOVE SAL-CUENTA-DESTINO TO TSA-CUENTA-DESTINO.
               MOVE SAL-IMPORTE TO TSA-IMPORTE.
               MOVE WS-SECUENCIA TO TSA-SECUENCIA.
               MOVE WS-DETALLES TO TSA-LINEA.
               MOVE SAL-CONCEPTO TO TSA-CONCEPTO.
               MOVE SAL-IBAN-DESTINO TO TSA-IBAN-DESTINO.
               MOVE WS-FECHA-NEGOCIO TO TSA-FECHA-ENVIO.
               MOVE "E" TO TSA-ESTADO.
               MOVE SPACES TO TSA-MOTIVO.
               MOVE WS-FECHA-NEGOCIO TO TSA-FECHA-ESTADO.
               WRITE TSA-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL REGISTRAR LA TRANSFERENCIA "
                           "ENVIADA"
                       MOVE "KO" TO WS-RESULTADO-RUN
               END-WRITE.

           00006-ESCRIBIR-COLA.
               MOVE SPACES TO ENV-REGISTRO.
               MOVE "F" TO ENVF-TIPO-REG.
