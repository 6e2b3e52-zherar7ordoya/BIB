           05 USU-MODOS           PIC X(4).
           05 FILLER              PIC X.
           05 USU-LIMITE          PIC 9(5)V99.
           05 FILLER              PIC X.
           05 USU-ACTIVO          PIC X.

       WORKING-STORAGE SECTION.
       01 WS-ALERTAS-STATUS       PIC XX.
               PERFORM LEER-USUARIO
               PERFORM UNTIL FIN-USUARIOS OR OPERADOR-VALIDO
                   IF USU-ID = WS-OPERADOR AND
                      USU-ID <> SPACES AND
                      USU-ACTIVO <> "N" THEN
                       MOVE "S" TO WS-OPERADOR-VALIDO
                       DISPLAY "Operador: " USU-NOMBRE
                   ELSE
