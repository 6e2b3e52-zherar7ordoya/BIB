           05 ARCH-LLAVE.
               10 ARCH-ESTAMPA    PIC X(14).
               10 ARCH-SECUENCIA  PIC 9(6).
           05 ARCH-DATOS          PIC X(162).

       WORKING-STORAGE SECTION.
       01 WS-RETEN-STATUS         PIC XX.
