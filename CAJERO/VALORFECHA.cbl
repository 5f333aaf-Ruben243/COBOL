      *          OPERATIVA NORMAL. LO NO CUBIERTO QUEDA RECHAZADO EN
      *          LA PROPIA COLA Y ANOTADO EN RECHAZOS.TXT; LO
      *          PENDIENTE PUEDE LISTARSE Y CANCELARSE CON VFADMIN
      *          ANTES DE DISPARARSE. LOS CARGOS SOBRE CUENTAS
      *          CONGELADAS POR UNA TESTAMENTARIA SE RECHAZAN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

        FD MOVIMIENTOS-IDX.
         01 MOVIDX-REGISTRO.
      *        RESPETA SALDO DISPONIBLE, DESCUBIERTO Y EMBARGOS
           00005-APLICAR-CARGO.
               PERFORM 00010-CALCULAR-EMBARGADO.
               IF CTA-CONGELADA OR VFD-IMPORTE >
                   CTA-SALDO + CTA-LIMITE-DESCUBIERTO - WS-EMBARGADO
                   PERFORM 00007-REGISTRAR-RECHAZO
               ELSE
               MOVE 0 TO MOV-TARJETA.
               MOVE SPACE TO MOV-ORIGEN.
               MOVE SPACES TO MOV-TERMINAL.
               MOVE 0 TO MOV-HORA.
               WRITE MOV-REGISTRO.
               PERFORM 00011-GRABAR-MOV-IDX.

