      ******************************************************************
      * Author:
      * Date:
      * Purpose: INGESTA DE LA RESPUESTA DE LAS ENTIDADES DESTINATARIAS
      *          A NUESTRAS TRANSFERENCIAS SALIENTES
      *          (REMESA-DEVUELTA.TXT, MISMO SOBRE H/F QUE LA REMESA
      *          ENTRANTE Y SECUENCIA PROPIA EN REMESA-SEQ-DEV.TXT).
      *          CADA DETALLE REPITE LA IMAGEN DEL ENVIO CON UN
      *          CODIGO DE MOTIVO AL FINAL:
      *          D DEVUELTA (CUENTA CANCELADA, BENEFICIARIO ERRONEO,
      *            NOMBRE QUE NO CASA...)
      *          C CONFIRMADA (ABONADA EN DESTINO)
      *          EL DETALLE SE CASA CON TRANSF-SALIDA.DAT POR FECHA,
      *          CUENTA ORIGEN, CUENTA DESTINO, IMPORTE E IBAN DEL
      *          BENEFICIARIO (AL FINAL DEL DETALLE; EN BLANCO EN LOS
      *          ENVIOS ANTIGUOS SIN IBAN). LA
      *          DEVOLUCION SE ABONA A LA CUENTA ORIGEN COMO
      *          MOVIMIENTO TRANSF-RCH, CON SU AUDITORIA. LOS DETALLES
      *          SIN ENVIO ORIGINAL O YA DEVUELTOS/CONFIRMADOS SE
      *          DESVIAN A REMESA-DEV-EXCEP.TXT SIN TOCAR NINGUNA
      *          CUENTA. UNA RESPUESTA YA CASADA CAMBIA EL ESTADO DEL
      *          ENVIO, ASI QUE UNA SEGUNDA PASADA SOLO DA EXCEPCIONES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESA-DEVOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVUELTA ASSIGN TO "../REMESA-DEVUELTA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RDV.

      *    REGISTRO DE TRANSFERENCIAS ENVIADAS (LO ALIMENTA
      *    REMESA-CIERRE AL ENSOBRAR)
           SELECT ENVIADAS ASSIGN TO "../TRANSF-SALIDA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TSA-CLAVE
           FILE STATUS IS WS-STATUS-TSA.

           SELECT CUENTAS ASSIGN TO "../CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "../MOVIMIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "../AUDITORIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOVIMIENTOS-IDX ASSIGN TO "../MOVIMIENTOS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOVIDX-CLAVE
           FILE STATUS IS WS-STATUS-MIX.

           SELECT SEC-MOVIMIENTO ASSIGN TO "../MOVIMIENTO-SEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-MIX.

           SELECT OPTIONAL EXCEPCIONES
           ASSIGN TO "../REMESA-DEV-EXCEP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    ULTIMA SECUENCIA DE RESPUESTA YA INGERIDA: UN FICHERO CON
      *    SECUENCIA REPETIDA O ANTERIOR SE RECHAZA ENTERO
           SELECT SEC-DEVUELTA ASSIGN TO "../REMESA-SEQ-DEV.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-DEV.

      *    BITACORA DE FICHEROS ENVIADOS Y RECIBIDOS CON SUS TOTALES
           SELECT OPTIONAL TRANSMISIONES
           ASSIGN TO "../TRANSMISIONES-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

      *    BITACORA COMUN DE EJECUCIONES DE LA CADENA NOCTURNA
           SELECT OPTIONAL RUN-LOG ASSIGN TO "../RUN-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD DEVUELTA.
         01 RDV-REGISTRO.
             02 RDV-TIPO-REG       PIC X(01).
             02 RDV-FECHA          PIC X(08).
             02 RDV-CUENTA-ORIGEN  PIC X(11).
             02 RDV-CUENTA-DESTINO PIC X(11).
             02 RDV-IMPORTE        PIC X(11).
             02 RDV-CONCEPTO       PIC X(20).
             02 RDV-MOTIVO         PIC X(02).
             02 RDV-IBAN-DESTINO   PIC X(34).
      *  VISTA DE CABECERA (H): FECHA Y SECUENCIA DEL FICHERO
         01 RDV-CABECERA REDEFINES RDV-REGISTRO.
             02 RDVH-TIPO-REG  PIC X(01).
             02 RDVH-FECHA     PIC X(08).
             02 RDVH-SECUENCIA PIC X(06).
             02 FILLER         PIC X(83).
      *  VISTA DE COLA (F): RECUENTO Y TOTAL DE CONTROL
         01 RDV-COLA REDEFINES RDV-REGISTRO.
             02 RDVF-TIPO-REG PIC X(01).
             02 RDVF-RECUENTO PIC X(08).
             02 RDVF-TOTAL    PIC X(13).
             02 FILLER        PIC X(76).

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

        FD CUENTAS.
         01 CTA-REGISTRO.
             02 CTA-NUMERO PIC 9(11).
             02 CTA-NOMBRE PIC A(10).
             02 CTA-SALDO  PIC S9(9)V99.
             02 CTA-PIN    PIC 9(04).
             02 CTA-MONEDA PIC X(03).
             02 CTA-LIMITE-DESCUBIERTO PIC S9(9)V99.
             02 CTA-TASA-INTERES PIC 9(02)V99.
             02 CTA-LIMITE-DIARIO PIC S9(9)V99.
             02 CTA-RETIRADO-HOY  PIC S9(9)V99.
             02 CTA-FECHA-RETIRADO PIC 9(08).
             02 CTA-BLOQUEADA PIC X(01).
                 88 CTA-ESTA-BLOQUEADA VALUE "B".
             02 CTA-ESTADO PIC X(01).
                 88 CTA-ABIERTA      VALUE "A".
                 88 CTA-ESTA-CERRADA VALUE "C".
                 88 CTA-DORMIDA      VALUE "D".
             02 CTA-SALDO-PENDIENTE PIC S9(9)V99.
             02 CTA-SUCURSAL PIC 9(03).
             02 CTA-TIPO-CUENTA PIC X(01).
                 88 CTA-CORRIENTE VALUE "C".
                 88 CTA-AHORRO    VALUE "A".
             02 CTA-DNI PIC X(09).
             02 CTA-ULT-DEVENGO PIC 9(06).

        FD MOVIMIENTOS.
         01 MOV-REGISTRO.
             02 MOV-FECHA    PIC X(10).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-CUENTA   PIC 9(11).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TIPO     PIC X(10).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-IMPORTE  PIC -ZZZZZZZZ9.99.
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-SALDO    PIC -ZZZZZZZZ9.99.
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-CUENTA-DESTINO PIC 9(11) VALUE 0.
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-CAJERO   PIC X(08).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-SUPERVISOR PIC X(08).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-PRACTICAS PIC X(01).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-SUCURSAL PIC 9(03).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-FECHA-NEG PIC 9(08).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TASA-CAMBIO PIC 9(01)V9(04).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-DNI      PIC X(09).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TARJETA  PIC 9(16).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-ORIGEN   PIC X(01).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TERMINAL PIC X(04).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-HORA     PIC 9(02).

        FD AUDITORIA.
         01 AUD-REGISTRO.
             02 AUD-FECHA    PIC 9(08).
             02 FILLER       PIC X(01).
             02 AUD-HORA     PIC 9(06).
             02 FILLER       PIC X(01).
             02 AUD-PROGRAMA PIC X(12).
             02 FILLER       PIC X(01).
             02 AUD-OPERADOR PIC X(08).
             02 FILLER       PIC X(01).
             02 AUD-ANTES    PIC X(116).
             02 FILLER       PIC X(01).
             02 AUD-DESPUES  PIC X(116).

        FD MOVIMIENTOS-IDX.
         01 MOVIDX-REGISTRO.
             02 MOVIDX-CLAVE.
                 03 MOVIDX-CUENTA PIC 9(11).
                 03 MOVIDX-ID     PIC 9(08).
             02 MOVIDX-FECHA   PIC X(10).
             02 MOVIDX-TIPO    PIC X(10).
             02 MOVIDX-IMPORTE PIC S9(9)V99.
             02 MOVIDX-SALDO   PIC S9(9)V99.
             02 MOVIDX-CUENTA-DESTINO PIC 9(11).
             02 MOVIDX-CAJERO  PIC X(08).
             02 MOVIDX-SUPERVISOR PIC X(08).
             02 MOVIDX-PRACTICAS PIC X(01).
             02 MOVIDX-SUCURSAL PIC 9(03).
             02 MOVIDX-FECHA-NEG PIC 9(08).
             02 MOVIDX-TASA-CAMBIO PIC 9(01)V9(04).
             02 MOVIDX-DNI PIC X(09).
             02 MOVIDX-TARJETA PIC 9(16).
             02 MOVIDX-ORIGEN PIC X(01).
             02 MOVIDX-TERMINAL PIC X(04).

        FD SEC-MOVIMIENTO.
         01 SEC-MOVIMIENTO-REGISTRO PIC 9(08).

        FD EXCEPCIONES.
         01 EXC-LINEA.
             02 EXC-FECHA    PIC 9(08).
             02 FILLER       PIC X(01).
             02 EXC-MOTIVO   PIC X(24).
             02 FILLER       PIC X(01).
             02 EXC-REGISTRO PIC X(98).

        FD SEC-DEVUELTA.
         01 SEC-DEVUELTA-REGISTRO PIC 9(06).

        FD TRANSMISIONES.
         01 TRX-LINEA.
             02 TRX-SENTIDO   PIC X(03).
             02 FILLER        PIC X(01).
             02 TRX-FECHA     PIC 9(08).
             02 FILLER        PIC X(01).
             02 TRX-SECUENCIA PIC 9(06).
             02 FILLER        PIC X(01).
             02 TRX-RECUENTO  PIC 9(08).
             02 FILLER        PIC X(01).
             02 TRX-TOTAL     PIC 9(11)V99.
             02 FILLER        PIC X(01).
             02 TRX-RESULTADO PIC X(09).

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
       77 WS-HORA-INICIO PIC 9(08).
       77 WS-HORA-FIN    PIC 9(08).
       77 WS-RESULTADO-RUN PIC X(02) VALUE "OK".

      * FECHA DE NEGOCIO ESTAMPADA EN CADA MOVIMIENTO
       77 WS-STATUS-FNG PIC X(02).
       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.

       77 WS-STATUS-RDV PIC X(02).
       77 WS-STATUS-TSA PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-EOF-RDV PIC X(01) VALUE "N".
           88 WS-FIN-RDV VALUE "S".
       77 WS-EOF-TSA PIC X(01) VALUE "N".
           88 WS-FIN-TSA VALUE "S".

       77 WS-IMPORTE-NUM PIC 9(09)V99.
       77 WS-IMPORTE-X REDEFINES WS-IMPORTE-NUM PIC X(11).
       77 WS-CUENTA-NUM PIC 9(11).
       77 WS-MOTIVO-EXCEPCION PIC X(24).

      * BUSQUEDA DEL ENVIO ORIGINAL: HAY-ENVIO DISTINGUE LA
      * RESPUESTA REPETIDA DE LA QUE NO TIENE ENVIO ALGUNO
       77 WS-HAY-ENVIO PIC X(01).
           88 WS-EXISTE-ENVIO VALUE "S".
       77 WS-ENVIO-ENCONTRADO PIC X(01).
           88 WS-ENVIO-CASADO VALUE "S".

       77 WS-DEVUELTAS   PIC 9(06) VALUE 0.
       77 WS-CONFIRMADAS PIC 9(06) VALUE 0.
       77 WS-EXCEPCIONES PIC 9(06) VALUE 0.

      * VALIDACION DEL SOBRE DEL FICHERO ANTES DE CONTABILIZAR NADA
       77 WS-STATUS-SEC-DEV PIC X(02).
       77 WS-ULTIMA-SECUENCIA PIC 9(06) VALUE 0.
       77 WS-SECUENCIA-FICHERO PIC 9(06) VALUE 0.
       77 WS-FECHA-FICHERO PIC 9(08) VALUE 0.
       77 WS-SOBRE-OK PIC X(01) VALUE "S".
           88 WS-SOBRE-VALIDO VALUE "S".
       77 WS-HAY-CABECERA PIC X(01) VALUE "N".
       77 WS-HAY-COLA PIC X(01) VALUE "N".
       77 WS-DETALLES-CONTADOS PIC 9(08) VALUE 0.
       77 WS-TOTAL-CALCULADO PIC 9(11)V99 VALUE 0.
       77 WS-RECUENTO-DECLARADO PIC 9(08) VALUE 0.
       77 WS-TOTAL-DECLARADO PIC 9(11)V99 VALUE 0.
       77 WS-SOBRE-IMPORTE PIC 9(09)V99.
       77 WS-SOBRE-IMPORTE-X REDEFINES WS-SOBRE-IMPORTE PIC X(11).
       77 WS-RESULTADO-TRX PIC X(09).

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).
       77 WS-FECHA-MOV PIC X(10).
      * IMAGEN DEL REGISTRO DE CUENTA ANTES DE MODIFICARLO, PARA LA
      * PISTA DE AUDITORIA DE AUDITORIA.TXT
       77 WS-CTA-ANTES PIC X(116).
       77 WS-HORA-AUD  PIC 9(08).

      * ACCESO AL DIARIO INDEXADO (ALTA DUPLICADA DE CADA MOVIMIENTO)
       77 WS-STATUS-MIX PIC X(02).
       77 WS-STATUS-SEC-MIX PIC X(02).
       77 WS-NUEVO-MOVIMIENTO PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            OPEN INPUT DEVUELTA.
            IF WS-STATUS-RDV NOT = "00"
                DISPLAY "SIN RESPUESTAS A LA REMESA DE SALIDA"
                STOP RUN
            END-IF.
            PERFORM 00010-CARGAR-FECHA-NEGOCIO.

      *     PRIMERA PASADA: SE VALIDA EL SOBRE COMPLETO ANTES DE QUE
      *     NADA SE ABONE
            PERFORM 00020-VALIDAR-SOBRE.
            CLOSE DEVUELTA.
            IF NOT WS-SOBRE-VALIDO
                PERFORM 00024-ANOTAR-TRANSMISION-KO
                DISPLAY "RESPUESTA RECHAZADA POR CONTROLES DE FICHERO,"
                    " NADA SE HA CONTABILIZADO"
                MOVE "KO" TO WS-RESULTADO-RUN
                PERFORM 00015-ANOTAR-RUN-LOG
                STOP RUN
            END-IF.

            OPEN INPUT DEVUELTA.
            MOVE "N" TO WS-EOF-RDV.
            OPEN I-O ENVIADAS.
            IF WS-STATUS-TSA = "35"
                OPEN OUTPUT ENVIADAS
                CLOSE ENVIADAS
                OPEN I-O ENVIADAS
            END-IF.
            OPEN I-O CUENTAS.
            OPEN EXTEND MOVIMIENTOS.
            OPEN EXTEND EXCEPCIONES.

            ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
            STRING WS-DIA-SIS "/" WS-MES-SIS "/" WS-ANIO-SIS
                DELIMITED BY SIZE INTO WS-FECHA-MOV.

            PERFORM 00001-LEER-RESPUESTA.
            PERFORM 00002-PROCESAR-REGISTRO UNTIL WS-FIN-RDV.

            CLOSE DEVUELTA, ENVIADAS, CUENTAS, MOVIMIENTOS,
                EXCEPCIONES.
      *     EL FICHERO YA CASADO SE VACIA PARA QUE UNA SEGUNDA
      *     EJECUCION NO VUELVA A ABONAR LAS MISMAS DEVOLUCIONES
            OPEN OUTPUT DEVUELTA.
            CLOSE DEVUELTA.
            PERFORM 00023-GRABAR-SECUENCIA.
            PERFORM 00025-ANOTAR-TRANSMISION-OK.
            DISPLAY "TRANSFERENCIAS DEVUELTAS  : " WS-DEVUELTAS.
            DISPLAY "TRANSFERENCIAS CONFIRMADAS: " WS-CONFIRMADAS.
            DISPLAY "RESPUESTAS A EXCEPCIONES  : " WS-EXCEPCIONES.
            PERFORM 00015-ANOTAR-RUN-LOG.
            STOP RUN.

           00001-LEER-RESPUESTA.
               READ DEVUELTA
                   AT END SET WS-FIN-RDV TO TRUE
               END-READ.

           00002-PROCESAR-REGISTRO.
               EVALUATE TRUE
      *            LA CABECERA Y LA COLA YA QUEDARON VALIDADAS EN LA
      *            PASADA DEL SOBRE: AQUI SOLO SE SALTAN
                   WHEN RDV-TIPO-REG = "H" OR "F"
                       CONTINUE
                   WHEN RDV-TIPO-REG NOT = "D" AND NOT = "C"
                       MOVE "TIPO DE REGISTRO ERRONEO"
                           TO WS-MOTIVO-EXCEPCION
                       PERFORM 00003-ANOTAR-EXCEPCION
                   WHEN RDV-IMPORTE NOT NUMERIC
                       MOVE "IMPORTE NO NUMERICO"
                           TO WS-MOTIVO-EXCEPCION
                       PERFORM 00003-ANOTAR-EXCEPCION
                   WHEN OTHER
                       PERFORM 00004-BUSCAR-ENVIO
                       EVALUATE TRUE
                           WHEN WS-ENVIO-CASADO AND RDV-TIPO-REG = "D"
                               PERFORM 00005-DEVOLVER-TRANSFERENCIA
                           WHEN WS-ENVIO-CASADO
                               PERFORM 00006-CONFIRMAR-TRANSFERENCIA
                           WHEN WS-EXISTE-ENVIO
                               MOVE "RESPUESTA DUPLICADA"
                                   TO WS-MOTIVO-EXCEPCION
                               PERFORM 00003-ANOTAR-EXCEPCION
                           WHEN OTHER
                               MOVE "SIN ENVIO ORIGINAL"
                                   TO WS-MOTIVO-EXCEPCION
                               PERFORM 00003-ANOTAR-EXCEPCION
                       END-EVALUATE
               END-EVALUATE.
               PERFORM 00001-LEER-RESPUESTA.

           00003-ANOTAR-EXCEPCION.
               MOVE SPACES TO EXC-LINEA.
               MOVE WS-FECHA-NEGOCIO TO EXC-FECHA.
               MOVE WS-MOTIVO-EXCEPCION TO EXC-MOTIVO.
               MOVE RDV-REGISTRO TO EXC-REGISTRO.
               WRITE EXC-LINEA.
               ADD 1 TO WS-EXCEPCIONES.

      *        RECORRE LOS ENVIOS CON LA MISMA FECHA, ORIGEN, DESTINO
      *        E IMPORTE Y SE QUEDA CON EL PRIMERO DEL MISMO IBAN AUN
      *        ABIERTO: SIN RESPUESTA, O CONFIRMADO SI LO QUE LLEGA ES
      *        UNA DEVOLUCION POSTERIOR
           00004-BUSCAR-ENVIO.
               MOVE "N" TO WS-HAY-ENVIO.
               MOVE "N" TO WS-ENVIO-ENCONTRADO.
               MOVE "N" TO WS-EOF-TSA.
               MOVE RDV-FECHA TO TSA-FECHA.
               MOVE RDV-CUENTA-ORIGEN TO TSA-CUENTA-ORIGEN.
               MOVE RDV-CUENTA-DESTINO TO TSA-CUENTA-DESTINO.
               MOVE RDV-IMPORTE TO TSA-IMPORTE.
               MOVE 0 TO TSA-SECUENCIA.
               MOVE 0 TO TSA-LINEA.
               START ENVIADAS KEY IS NOT LESS THAN TSA-CLAVE
                   INVALID KEY SET WS-FIN-TSA TO TRUE
               END-START.
               PERFORM 00004A-LEER-CANDIDATO.
               PERFORM 00004B-EXAMINAR-CANDIDATO
                   UNTIL WS-FIN-TSA OR WS-ENVIO-CASADO.

           00004A-LEER-CANDIDATO.
               IF NOT WS-FIN-TSA
                   READ ENVIADAS NEXT RECORD
                       AT END SET WS-FIN-TSA TO TRUE
                   END-READ
               END-IF.
               IF NOT WS-FIN-TSA
                   IF TSA-FECHA NOT = RDV-FECHA
                       OR TSA-CUENTA-ORIGEN NOT = RDV-CUENTA-ORIGEN
                       OR TSA-CUENTA-DESTINO NOT = RDV-CUENTA-DESTINO
                       OR TSA-IMPORTE NOT = RDV-IMPORTE
                       SET WS-FIN-TSA TO TRUE
                   END-IF
               END-IF.

           00004B-EXAMINAR-CANDIDATO.
               IF TSA-IBAN-DESTINO NOT = RDV-IBAN-DESTINO
                   PERFORM 00004A-LEER-CANDIDATO
               ELSE
                   SET WS-EXISTE-ENVIO TO TRUE
                   IF TSA-ENVIADA
                       OR (TSA-CONFIRMADA AND RDV-TIPO-REG = "D")
                       SET WS-ENVIO-CASADO TO TRUE
                   ELSE
                       PERFORM 00004A-LEER-CANDIDATO
                   END-IF
               END-IF.

      *        EL IMPORTE VUELVE A LA CUENTA ORIGEN COMO MOVIMIENTO
      *        PROPIO; SI LA CUENTA YA NO EXISTE O ESTA CANCELADA EL
      *        ENVIO SIGUE ABIERTO Y LA RESPUESTA VA A EXCEPCIONES
      *        PARA SU TRATAMIENTO MANUAL
           00005-DEVOLVER-TRANSFERENCIA.
               MOVE RDV-IMPORTE TO WS-IMPORTE-X.
               IF RDV-CUENTA-ORIGEN NOT NUMERIC
                   MOVE "CUENTA ORIGEN INEXISTENTE"
                       TO WS-MOTIVO-EXCEPCION
                   PERFORM 00003-ANOTAR-EXCEPCION
               ELSE
                   MOVE RDV-CUENTA-ORIGEN TO WS-CUENTA-NUM
                   MOVE WS-CUENTA-NUM TO CTA-NUMERO
                   READ CUENTAS
                       INVALID KEY
                           MOVE "CUENTA ORIGEN INEXISTENTE"
                               TO WS-MOTIVO-EXCEPCION
                           PERFORM 00003-ANOTAR-EXCEPCION
                       NOT INVALID KEY
                           IF CTA-ESTA-CERRADA
                               MOVE "CUENTA ORIGEN CANCELADA"
                                   TO WS-MOTIVO-EXCEPCION
                               PERFORM 00003-ANOTAR-EXCEPCION
                           ELSE
                               MOVE CTA-REGISTRO TO WS-CTA-ANTES
                               ADD WS-IMPORTE-NUM TO CTA-SALDO
                               REWRITE CTA-REGISTRO
                               PERFORM 00009-AUDITAR-CUENTA
                               PERFORM 00007-REGISTRAR-MOVIMIENTO
                               MOVE "D" TO TSA-ESTADO
                               MOVE RDV-MOTIVO TO TSA-MOTIVO
                               MOVE WS-FECHA-NEGOCIO
                                   TO TSA-FECHA-ESTADO
                               REWRITE TSA-REGISTRO
                               ADD 1 TO WS-DEVUELTAS
                           END-IF
                   END-READ
               END-IF.

           00006-CONFIRMAR-TRANSFERENCIA.
               MOVE "C" TO TSA-ESTADO.
               MOVE RDV-MOTIVO TO TSA-MOTIVO.
               MOVE WS-FECHA-NEGOCIO TO TSA-FECHA-ESTADO.
               REWRITE TSA-REGISTRO.
               ADD 1 TO WS-CONFIRMADAS.

           00007-REGISTRAR-MOVIMIENTO.
               MOVE WS-FECHA-MOV TO MOV-FECHA.
               MOVE CTA-NUMERO   TO MOV-CUENTA.
               MOVE "TRANSF-RCH" TO MOV-TIPO.
               MOVE WS-IMPORTE-NUM TO MOV-IMPORTE.
               MOVE CTA-SALDO    TO MOV-SALDO.
               MOVE 0            TO MOV-CUENTA-DESTINO.
               MOVE "BATCH"      TO MOV-CAJERO.
               MOVE SPACES       TO MOV-SUPERVISOR.
               MOVE SPACE        TO MOV-PRACTICAS.
               MOVE CTA-SUCURSAL TO MOV-SUCURSAL.
               MOVE WS-FECHA-NEGOCIO TO MOV-FECHA-NEG.
               MOVE 0 TO MOV-TASA-CAMBIO.
               MOVE SPACES TO MOV-DNI.
               MOVE 0 TO MOV-TARJETA.
               MOVE SPACE TO MOV-ORIGEN.
               MOVE SPACES TO MOV-TERMINAL.
               MOVE 0 TO MOV-HORA.
               WRITE MOV-REGISTRO.
               PERFORM 00011-GRABAR-MOV-IDX.

      *        ALTA DEL MISMO MOVIMIENTO EN EL DIARIO INDEXADO
           00011-GRABAR-MOV-IDX.
               PERFORM 00012-SIGUIENTE-NUM-MOVIMIENTO.
               OPEN I-O MOVIMIENTOS-IDX.
               IF WS-STATUS-MIX = "35"
                   OPEN OUTPUT MOVIMIENTOS-IDX
                   CLOSE MOVIMIENTOS-IDX
                   OPEN I-O MOVIMIENTOS-IDX
               END-IF.
               MOVE CTA-NUMERO TO MOVIDX-CUENTA.
               MOVE WS-NUEVO-MOVIMIENTO TO MOVIDX-ID.
               MOVE WS-FECHA-MOV TO MOVIDX-FECHA.
               MOVE MOV-TIPO     TO MOVIDX-TIPO.
               MOVE WS-IMPORTE-NUM TO MOVIDX-IMPORTE.
               MOVE CTA-SALDO   TO MOVIDX-SALDO.
               MOVE 0 TO MOVIDX-CUENTA-DESTINO.
               MOVE "BATCH"  TO MOVIDX-CAJERO.
               MOVE SPACES TO MOVIDX-SUPERVISOR.
               MOVE SPACE        TO MOVIDX-PRACTICAS.
               MOVE CTA-SUCURSAL TO MOVIDX-SUCURSAL.
               MOVE WS-FECHA-NEGOCIO TO MOVIDX-FECHA-NEG.
               MOVE 0 TO MOVIDX-TASA-CAMBIO.
               MOVE SPACES TO MOVIDX-DNI.
               MOVE 0 TO MOVIDX-TARJETA.
               MOVE SPACE TO MOVIDX-ORIGEN.
               MOVE SPACES TO MOVIDX-TERMINAL.
               WRITE MOVIDX-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EN EL DIARIO INDEXADO"
               END-WRITE.
               CLOSE MOVIMIENTOS-IDX.

           00012-SIGUIENTE-NUM-MOVIMIENTO.
               MOVE 0 TO WS-NUEVO-MOVIMIENTO.
               OPEN INPUT SEC-MOVIMIENTO.
               IF WS-STATUS-SEC-MIX = "00"
                   READ SEC-MOVIMIENTO
                       AT END CONTINUE
                       NOT AT END MOVE SEC-MOVIMIENTO-REGISTRO
                           TO WS-NUEVO-MOVIMIENTO
                   END-READ
                   CLOSE SEC-MOVIMIENTO
               END-IF.
               ADD 1 TO WS-NUEVO-MOVIMIENTO.
               MOVE WS-NUEVO-MOVIMIENTO TO SEC-MOVIMIENTO-REGISTRO.
               OPEN OUTPUT SEC-MOVIMIENTO.
               WRITE SEC-MOVIMIENTO-REGISTRO.
               CLOSE SEC-MOVIMIENTO.

      *        ANOTA EN LA PISTA DE AUDITORIA LA IMAGEN ANTERIOR Y
      *        POSTERIOR DE LA CUENTA RECIEN REGRABADA
           00009-AUDITAR-CUENTA.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-AUD FROM TIME.
               OPEN EXTEND AUDITORIA.
               MOVE WS-FECHA-SISTEMA TO AUD-FECHA.
               MOVE WS-HORA-AUD (1:6) TO AUD-HORA.
               MOVE "REMESA-DEVOL" TO AUD-PROGRAMA.
               MOVE "BATCH" TO AUD-OPERADOR.
               MOVE WS-CTA-ANTES TO AUD-ANTES.
               MOVE CTA-REGISTRO TO AUD-DESPUES.
               WRITE AUD-REGISTRO.
               CLOSE AUDITORIA.

      *        CARGA LA FECHA DE NEGOCIO; SI EL FICHERO DE CONTROL NO
      *        EXISTE SE USA LA FECHA DEL SISTEMA
           00010-CARGAR-FECHA-NEGOCIO.
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

      *        RECORRIDO COMPLETO DEL FICHERO PARA COMPROBAR EL
      *        SOBRE: CABECERA H CON SECUENCIA NUEVA, COLA F CUYO
      *        RECUENTO Y TOTAL CASAN CON LOS DETALLES LEIDOS
           00020-VALIDAR-SOBRE.
               MOVE "S" TO WS-SOBRE-OK.
               MOVE "N" TO WS-HAY-CABECERA.
               MOVE "N" TO WS-HAY-COLA.
               MOVE 0 TO WS-DETALLES-CONTADOS.
               MOVE 0 TO WS-TOTAL-CALCULADO.
               PERFORM 00022-LEER-ULTIMA-SECUENCIA.
               MOVE "N" TO WS-EOF-RDV.
               PERFORM 00001-LEER-RESPUESTA.
               PERFORM 00020B-EXAMINAR-SOBRE UNTIL WS-FIN-RDV.
               IF WS-HAY-CABECERA NOT = "S"
                   DISPLAY "RESPUESTA SIN CABECERA DE FICHERO"
                   MOVE "N" TO WS-SOBRE-OK
               END-IF.
               IF WS-HAY-COLA NOT = "S"
                   DISPLAY "RESPUESTA SIN COLA DE CONTROL"
                   MOVE "N" TO WS-SOBRE-OK
               END-IF.
               IF WS-HAY-COLA = "S"
                   IF WS-RECUENTO-DECLARADO
                       NOT = WS-DETALLES-CONTADOS
                       DISPLAY "RECUENTO DECLARADO "
                           WS-RECUENTO-DECLARADO
                           " NO CASA CON LOS DETALLES "
                           WS-DETALLES-CONTADOS
                       MOVE "N" TO WS-SOBRE-OK
                   END-IF
                   IF WS-TOTAL-DECLARADO NOT = WS-TOTAL-CALCULADO
                       DISPLAY "TOTAL DE CONTROL DECLARADO NO CASA"
                           " CON LA SUMA DE DETALLES"
                       MOVE "N" TO WS-SOBRE-OK
                   END-IF
               END-IF.
               IF WS-HAY-CABECERA = "S"
                   AND WS-SECUENCIA-FICHERO
                       NOT > WS-ULTIMA-SECUENCIA
                   DISPLAY "SECUENCIA " WS-SECUENCIA-FICHERO
                       " YA INGERIDA (ULTIMA "
                       WS-ULTIMA-SECUENCIA "), FICHERO DUPLICADO"
                   MOVE "N" TO WS-SOBRE-OK
               END-IF.

           00020B-EXAMINAR-SOBRE.
               EVALUATE RDV-TIPO-REG
                   WHEN "H"
                       MOVE "S" TO WS-HAY-CABECERA
                       IF RDVH-SECUENCIA IS NUMERIC
                           MOVE RDVH-SECUENCIA
                               TO WS-SECUENCIA-FICHERO
                       END-IF
                       IF RDVH-FECHA IS NUMERIC
                           MOVE RDVH-FECHA TO WS-FECHA-FICHERO
                       END-IF
                   WHEN "F"
                       MOVE "S" TO WS-HAY-COLA
                       IF RDVF-RECUENTO IS NUMERIC
                           MOVE RDVF-RECUENTO
                               TO WS-RECUENTO-DECLARADO
                       END-IF
                       IF RDVF-TOTAL IS NUMERIC
                           MOVE RDVF-TOTAL TO WS-TOTAL-DECLARADO
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-DETALLES-CONTADOS
                       IF RDV-IMPORTE IS NUMERIC
                           MOVE RDV-IMPORTE TO WS-SOBRE-IMPORTE-X
                           ADD WS-SOBRE-IMPORTE
                               TO WS-TOTAL-CALCULADO
                       END-IF
               END-EVALUATE.
               PERFORM 00001-LEER-RESPUESTA.

           00022-LEER-ULTIMA-SECUENCIA.
               OPEN INPUT SEC-DEVUELTA.
               IF WS-STATUS-SEC-DEV = "00"
                   READ SEC-DEVUELTA
                       AT END CONTINUE
                       NOT AT END MOVE SEC-DEVUELTA-REGISTRO
                           TO WS-ULTIMA-SECUENCIA
                   END-READ
                   CLOSE SEC-DEVUELTA
               END-IF.

           00023-GRABAR-SECUENCIA.
               MOVE WS-SECUENCIA-FICHERO TO SEC-DEVUELTA-REGISTRO.
               OPEN OUTPUT SEC-DEVUELTA.
               WRITE SEC-DEVUELTA-REGISTRO.
               CLOSE SEC-DEVUELTA.

           00024-ANOTAR-TRANSMISION-KO.
               MOVE "RECHAZADA" TO WS-RESULTADO-TRX.
               PERFORM 00026-ESCRIBIR-TRANSMISION.

           00025-ANOTAR-TRANSMISION-OK.
               MOVE "INGERIDA" TO WS-RESULTADO-TRX.
               PERFORM 00026-ESCRIBIR-TRANSMISION.

           00026-ESCRIBIR-TRANSMISION.
               OPEN EXTEND TRANSMISIONES.
               MOVE SPACES TO TRX-LINEA.
               MOVE "REC" TO TRX-SENTIDO.
               MOVE WS-FECHA-FICHERO TO TRX-FECHA.
               MOVE WS-SECUENCIA-FICHERO TO TRX-SECUENCIA.
               MOVE WS-DETALLES-CONTADOS TO TRX-RECUENTO.
               MOVE WS-TOTAL-CALCULADO TO TRX-TOTAL.
               MOVE WS-RESULTADO-TRX TO TRX-RESULTADO.
               WRITE TRX-LINEA.
               CLOSE TRANSMISIONES.

           00015-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "REMESA-DEVOL" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               COMPUTE RLOG-PROCESADOS = WS-DEVUELTAS + WS-CONFIRMADAS.
               MOVE WS-EXCEPCIONES TO RLOG-RECHAZADOS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM REMESA-DEVOL.
