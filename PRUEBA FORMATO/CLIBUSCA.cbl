           02 CLI-ACTIVO PIC X(01).
               88 CLI-ESTA-ACTIVO VALUE "A".
               88 CLI-DE-BAJA     VALUE "B".
           02 CLI-TIPO-DOC PIC X(01).
               88 CLI-DOC-DNI       VALUE "D".
               88 CLI-DOC-NIE       VALUE "N".
               88 CLI-DOC-PASAPORTE VALUE "P".
           02 CLI-CADUCIDAD-DOC PIC 9(08).
           02 CLI-RIESGO PIC X(01).
               88 CLI-RIESGO-BAJO  VALUE "B".
               88 CLI-RIESGO-MEDIO VALUE "M".
               88 CLI-RIESGO-ALTO  VALUE "A".
           02 CLI-FECHA-KYC PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CLI PIC X(02).
