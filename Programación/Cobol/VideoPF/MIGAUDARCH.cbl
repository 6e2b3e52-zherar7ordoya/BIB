       PROGRAM-ID.  MIGAUDARCH.

      * Conversión por única vez de los archivos históricos mensuales
      * AUDARCH-AAAAMM.DAT al registro vigente de 182 posiciones
      * (llave de 20 + datos de 162, que agrega la referencia del
      * detalle al final de la línea de auditoría). Acepta tanto el
      * registro anterior de 152 (datos de 132, con sistema origen y
      * autorizador de límite) como el original de 140 (datos de
      * 120). Sin convertir, ARCHAUDIT no puede abrir el mes en curso
      * y CONSAUDIT, REPOPERADOR y DEPURADOR no pueden leer los meses
      * previos al cambio (status 39).
      * Lee AUDARCH-AAAAMM.DAT y escribe AUDARCH-AAAAMM.NUEVO con los
      * datos rellenados de espacios a la derecha; el operador
      * verifica las cuentas y renombra el .NUEVO sobre el .DAT.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VIEJO-LLAVE
               FILE STATUS IS WS-VIEJO-STATUS.
           SELECT ORIGINAL-FILE ASSIGN TO DYNAMIC WS-NOMBRE-VIEJO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORIGINAL-LLAVE
               FILE STATUS IS WS-VIEJO-STATUS.
           SELECT NUEVO-FILE ASSIGN TO DYNAMIC WS-NOMBRE-NUEVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
      * Registro histórico anterior: datos de 132 posiciones.
       FD  VIEJO-FILE
           RECORDING MODE IS F.
       01 VIEJO-RECORD.
           05 VIEJO-LLAVE.
               10 VIEJO-ESTAMPA   PIC X(14).
               10 VIEJO-SECUENCIA PIC 9(6).
           05 VIEJO-DATOS         PIC X(132).

      * Registro histórico original: datos de 120 posiciones.
       FD  ORIGINAL-FILE
           RECORDING MODE IS F.
       01 ORIGINAL-RECORD.
           05 ORIGINAL-LLAVE.
               10 ORIGINAL-ESTAMPA PIC X(14).
               10 ORIGINAL-SECUENCIA PIC 9(6).
           05 ORIGINAL-DATOS      PIC X(120).

      * Registro histórico vigente: datos de 162 posiciones.
       FD  NUEVO-FILE
           RECORDING MODE IS F.
       01 NUEVO-RECORD.
           05 NUEVO-LLAVE.
               10 NUEVO-ESTAMPA   PIC X(14).
               10 NUEVO-SECUENCIA PIC 9(6).
           05 NUEVO-DATOS         PIC X(162).

       WORKING-STORAGE SECTION.
       01 WS-VIEJO-STATUS         PIC XX.
           88 FIN-VIEJO              VALUE "S".
       01 WS-ERROR-FATAL          PIC X      VALUE "N".
           88 ERROR-FATAL             VALUE "S".
       01 WS-FORMATO-ORIGINAL     PIC X      VALUE "N".
           88 FORMATO-ORIGINAL        VALUE "S".

       01 WS-MES-CONSULTA         PIC X(6).
       01 WS-CONT-LEIDOS          PIC 9(7)   VALUE ZERO.
                   PERFORM ESCRIBIR-NUEVO
                   PERFORM LEER-VIEJO
               END-PERFORM
               IF FORMATO-ORIGINAL THEN
                   CLOSE ORIGINAL-FILE
               ELSE
                   CLOSE VIEJO-FILE
               END-IF
               CLOSE NUEVO-FILE

               DISPLAY "Registros leídos " WS-CONT-LEIDOS
               MOVE "S" TO WS-ERROR-FATAL
           ELSE
               IF WS-VIEJO-STATUS = "39" THEN
                   PERFORM ABRIR-ORIGINAL
               ELSE
                   IF WS-VIEJO-STATUS <> "00" THEN
                       DISPLAY "ERROR fatal abriendo "
                   DISPLAY "ERROR fatal abriendo " WS-NOMBRE-NUEVO
                       ", status=" WS-NUEVO-STATUS
                   MOVE "S" TO WS-ERROR-FATAL
                   IF FORMATO-ORIGINAL THEN
                       CLOSE ORIGINAL-FILE
                   ELSE
                       CLOSE VIEJO-FILE
                   END-IF
               END-IF
           END-IF.

      * Sin el registro anterior de 152 posiciones se intenta el
      * original de 140, por si el mes nunca pasó por la conversión
      * previa.
       ABRIR-ORIGINAL.
           OPEN INPUT ORIGINAL-FILE.
           IF WS-VIEJO-STATUS = "00" THEN
               MOVE "S" TO WS-FORMATO-ORIGINAL
               DISPLAY WS-NOMBRE-VIEJO " tiene el registro original "
                   "de 140 posiciones"
           ELSE
               IF WS-VIEJO-STATUS = "39" THEN
                   DISPLAY WS-NOMBRE-VIEJO " no tiene el registro "
                       "anterior de 152 ni el original de 140 "
                       "posiciones; probablemente ya está "
                       "convertido, fin del programa"
               ELSE
                   DISPLAY "ERROR fatal abriendo "
                       WS-NOMBRE-VIEJO ", status="
                       WS-VIEJO-STATUS
               END-IF
               MOVE "S" TO WS-ERROR-FATAL
           END-IF.

       LEER-VIEJO.
           IF FORMATO-ORIGINAL THEN
               READ ORIGINAL-FILE NEXT
                   AT END MOVE "S" TO WS-EOF-VIEJO
               END-READ
           ELSE
               READ VIEJO-FILE NEXT
                   AT END MOVE "S" TO WS-EOF-VIEJO
               END-READ
           END-IF.
           IF WS-VIEJO-STATUS <> "00" AND
              WS-VIEJO-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo " WS-NOMBRE-VIEJO
      * nuevo no encuentra llaves fuera de orden.
       ESCRIBIR-NUEVO.
           MOVE SPACES TO NUEVO-RECORD.
           IF FORMATO-ORIGINAL THEN
               MOVE ORIGINAL-LLAVE TO NUEVO-LLAVE
               MOVE ORIGINAL-DATOS TO NUEVO-DATOS
           ELSE
               MOVE VIEJO-LLAVE TO NUEVO-LLAVE
               MOVE VIEJO-DATOS TO NUEVO-DATOS
           END-IF.
           WRITE NUEVO-RECORD
               INVALID KEY
                   DISPLAY "Llave duplicada o fuera de orden en "
