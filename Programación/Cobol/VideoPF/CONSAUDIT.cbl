           05 ARCH-LLAVE.
               10 ARCH-ESTAMPA    PIC X(14).
               10 ARCH-SECUENCIA  PIC 9(6).
           05 ARCH-DATOS          PIC X(162).

       FD  INFORME-FILE
           RECORDING MODE IS F.
       01 INFORME-RECORD          PIC X(170).

       WORKING-STORAGE SECTION.
       01 WS-ARCHIVO-STATUS       PIC XX.
       01 WS-CONT-INFORMADOS      PIC 9(7)   VALUE ZERO.

       01 WS-FECHA-HORA           PIC X(26).
       01 WS-LINEA                PIC X(170).

       PROCEDURE DIVISION.
       INICIO.
                   ADD 1 TO WS-CONT-INFORMADOS
                   MOVE SPACES TO WS-LINEA
                   STRING ARCH-ESTAMPA "-" ARCH-SECUENCIA " "
                          ARCH-DATOS(16:147)
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
                   PERFORM ESCRIBIR-LINEA
