      *    the same account and funds validation; those movements are
      *    flagged as captured offline and keep the capturing teller
      *    and branch. The queue is emptied once posted.
      *  - Withdrawals and transfers from an account frozen for a
      *    deceased customer's estate (see DEFUNCION) are diverted
      *    in the edit pass with reason V1; deposits still post.
      *  - Journal lines carry the hour of day (MOV-HORA); offline
      *    postings keep the hour the teller captured them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJEROBAT.
             02 CTA-FECHA-RETIRADO PIC 9(08).
             02 CTA-BLOQUEADA PIC X(01).
                 88 CTA-ESTA-BLOQUEADA VALUE "B".
                 88 CTA-CONGELADA      VALUE "F".
             02 CTA-ESTADO PIC X(01).
                 88 CTA-ABIERTA      VALUE "A".
                 88 CTA-ESTA-CERRADA VALUE "C".
             02 MOV-ORIGEN   PIC X(01).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TERMINAL PIC X(04).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-HORA     PIC 9(02).

        FD PUNTO-CONTROL.
         01 CKPT-REGISTRO.
               MOVE 0 TO MOV-TARJETA.
               MOVE SPACE TO MOV-ORIGEN.
               MOVE SPACES TO MOV-TERMINAL.
               MOVE 0 TO MOV-HORA.
               WRITE MOV-REGISTRO.
               PERFORM 00008-GRABAR-MOV-IDX.

                   AND NOT TRX-TRANSFERENCIA
                   MOVE "V2" TO WS-CODIGO-ERROR
               END-IF.
      *        CUENTA CONGELADA POR TESTAMENTARIA: SOLO ADMITE ABONOS
               IF WS-CODIGO-ERROR = SPACES
                   AND CTA-CONGELADA AND NOT TRX-INGRESO
                   MOVE "V1" TO WS-CODIGO-ERROR
               END-IF.
               IF WS-CODIGO-ERROR = SPACES
                   AND (TRX-IMPORTE NOT NUMERIC)
                   MOVE "V3" TO WS-CODIGO-ERROR
               MOVE 0 TO MOV-TARJETA.
               MOVE "O" TO MOV-ORIGEN.
               MOVE SPACES TO MOV-TERMINAL.
               MOVE OFF-HORA (1:2) TO MOV-HORA.
               WRITE MOV-REGISTRO.
               PERFORM 00020F-GRABAR-IDX-OFFLINE.

