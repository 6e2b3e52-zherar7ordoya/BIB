      * umbral configurable respecto de la vigencia anterior del mismo
      * par (protección contra errores de captura) y rueda en una sola
      * operación los pares de una fecha a otra para no recapturar el
      * archivo completo cada mañana; por omisión la rodada va al día
      * hábil siguiente según el calendario CALENDARIO.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS MON-CODIGO
               FILE STATUS IS WS-MONEDAS-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-FECHA
               FILE STATUS IS WS-CALENDARIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 MON-ESCALA          PIC 9(2).
           05 MON-ACTIVA          PIC X.

      * Calendario de días hábiles (MANTCALEN): sólo guarda las
      * excepciones a la regla de lunes a viernes (F = feriado,
      * H = sábado o domingo hábil).
       FD  CALENDARIO-FILE
           RECORDING MODE IS F.
       01 CALENDARIO-RECORD.
           05 CAL-FECHA           PIC 9(8).
           05 CAL-TIPO            PIC X.
           05 CAL-DESCRIPCION     PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-TCAMBIO-STATUS       PIC XX.
       01 WS-MONEDAS-STATUS       PIC XX.
       01 WS-CONT-RODADOS         PIC 9(3)   VALUE ZERO.
       01 WS-CONT-OMITIDOS        PIC 9(3)   VALUE ZERO.

      * Días hábiles; sin CALENDARIO.DAT rige lunes a viernes.
       01 WS-CALENDARIO-STATUS    PIC XX.
       01 WS-CALENDARIO-ABIERTO   PIC X      VALUE "N".
           88 CALENDARIO-ABIERTO     VALUE "S".
       01 WS-HABIL-SIGUIENTE      PIC 9(8).
       01 WS-FECHA-PRUEBA         PIC 9(8).
       01 WS-DIA-SEMANA           PIC 9.
       01 WS-DIA-HABIL            PIC X      VALUE "S".
           88 DIA-HABIL              VALUE "S".

       01 WS-CONT-LISTADOS        PIC 9(3)   VALUE ZERO.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM PEDIR-UMBRAL.
           PERFORM ABRIR-MONEDAS-FILE.
           PERFORM ABRIR-CALENDARIO.
           PERFORM CARGAR-TABLA-PARES.

           IF NOT ERROR-FATAL THEN
           IF MONEDAS-ABIERTO THEN
               CLOSE MONEDAS-FILE
           END-IF.
           PERFORM CERRAR-CALENDARIO.

           STOP RUN.

           ACCEPT WS-FECHA-TXT.
           IF WS-FECHA-TXT NUMERIC THEN
               MOVE WS-FECHA-TXT TO WS-FECHA-DESDE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-DESDE)
                  <> 0 THEN
                   DISPLAY "Fecha inválida: '" WS-FECHA-TXT
                       "', rodada cancelada"
                   MOVE "N" TO WS-CAPTURA-VALIDA
               END-IF
           ELSE
               DISPLAY "Fecha inválida: '" WS-FECHA-TXT
                   "', rodada cancelada"
           END-IF.

           IF CAPTURA-VALIDA THEN
               MOVE WS-FECHA-DESDE TO WS-FECHA-PRUEBA
               PERFORM AVANZAR-A-DIA-HABIL
               MOVE WS-FECHA-PRUEBA TO WS-HABIL-SIGUIENTE
               DISPLAY "Fecha destino de la rodada (AAAAMMDD, "
                   "ENTER=" WS-HABIL-SIGUIENTE "): "
               ACCEPT WS-FECHA-TXT
               IF WS-FECHA-TXT = SPACES THEN
                   MOVE WS-HABIL-SIGUIENTE TO WS-FECHA-HASTA
               ELSE
                   IF WS-FECHA-TXT NUMERIC THEN
                       MOVE WS-FECHA-TXT TO WS-FECHA-HASTA
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-HASTA)
                          <> 0 THEN
                           DISPLAY "Fecha inválida: '" WS-FECHA-TXT
                               "', rodada cancelada"
                           MOVE "N" TO WS-CAPTURA-VALIDA
                       ELSE
                           MOVE WS-FECHA-HASTA TO WS-FECHA-PRUEBA
                           PERFORM VERIFICAR-DIA-HABIL
                           IF NOT DIA-HABIL THEN
                               DISPLAY "Aviso: " WS-FECHA-HASTA
                                   " no es día hábil"
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "Fecha inválida: '" WS-FECHA-TXT
                           "', rodada cancelada"
                       MOVE "N" TO WS-CAPTURA-VALIDA
                   END-IF
               END-IF
           END-IF.

           END-IF.

           MOVE "S" TO WS-CAPTURA-VALIDA.

       ABRIR-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE.
           IF WS-CALENDARIO-STATUS = "00" THEN
               MOVE "S" TO WS-CALENDARIO-ABIERTO
           ELSE
               DISPLAY "AVISO: CALENDARIO.DAT no disponible, status="
                   WS-CALENDARIO-STATUS ", rige lunes a viernes"
           END-IF.

       CERRAR-CALENDARIO.
           IF CALENDARIO-ABIERTO THEN
               CLOSE CALENDARIO-FILE
               MOVE "N" TO WS-CALENDARIO-ABIERTO
           END-IF.

      * Día hábil: lunes a viernes salvo feriado F del calendario, o
      * sábado/domingo marcado H. El 1601-01-01 fue lunes, así que
      * MOD(días enteros - 1, 7) da 0=lunes ... 6=domingo.
       VERIFICAR-DIA-HABIL.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PRUEBA) - 1, 7).
           IF WS-DIA-SEMANA < 5 THEN
               MOVE "S" TO WS-DIA-HABIL
           ELSE
               MOVE "N" TO WS-DIA-HABIL
           END-IF.
           IF CALENDARIO-ABIERTO THEN
               MOVE WS-FECHA-PRUEBA TO CAL-FECHA
               READ CALENDARIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-TIPO = "F" THEN
                           MOVE "N" TO WS-DIA-HABIL
                       END-IF
                       IF CAL-TIPO = "H" THEN
                           MOVE "S" TO WS-DIA-HABIL
                       END-IF
               END-READ
           END-IF.

      * Primer día hábil posterior a WS-FECHA-PRUEBA.
       AVANZAR-A-DIA-HABIL.
           MOVE "N" TO WS-DIA-HABIL.
           PERFORM UNTIL DIA-HABIL
               COMPUTE WS-FECHA-PRUEBA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PRUEBA) + 1)
               PERFORM VERIFICAR-DIA-HABIL
           END-PERFORM.
