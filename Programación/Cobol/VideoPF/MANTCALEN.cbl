       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTCALEN.

      * Mantenimiento del calendario de días hábiles CALENDARIO.DAT
      * que consulta la cadena nocturna. La regla general es lunes a
      * viernes hábil y sábado y domingo inhábil; el calendario sólo
      * guarda las excepciones: F = feriado que cae en día de
      * semana, H = sábado o domingo que se trabaja. Dar de baja una
      * fecha la devuelve a la regla general. La opción D informa si
      * una fecha es hábil y cuál es el día hábil siguiente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-FECHA
               FILE STATUS IS WS-CALENDARIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-FILE
           RECORDING MODE IS F.
       01 CALENDARIO-RECORD.
           05 CAL-FECHA           PIC 9(8).
           05 CAL-TIPO            PIC X.
           05 CAL-DESCRIPCION     PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-CALENDARIO-STATUS    PIC XX.

       01 WS-OPCION               PIC X.
           88 OPCION-ALTA         VALUE "A".
           88 OPCION-CAMBIO       VALUE "C".
           88 OPCION-BAJA         VALUE "B".
           88 OPCION-DIA          VALUE "D".
           88 OPCION-LISTAR       VALUE "L".
           88 OPCION-FIN          VALUE "F".

       01 WS-FECHA-TXT            PIC X(8).
       01 WS-FECHA-CAPTURA        PIC 9(8)    VALUE ZERO.
       01 WS-TIPO-TXT             PIC X.
       01 WS-DESCRIPCION-TXT      PIC X(30).
       01 WS-ANIO-TXT             PIC X(4).

       01 WS-FECHA-VALIDA         PIC X       VALUE "N".
           88 FECHA-VALIDA            VALUE "S".

      * Día de la semana: el 1601-01-01 fue lunes, así que
      * MOD(días enteros - 1, 7) da 0=lunes ... 6=domingo.
       01 WS-FECHA-PRUEBA         PIC 9(8).
       01 WS-DIA-SEMANA           PIC 9.
       01 WS-DIA-HABIL            PIC X       VALUE "S".
           88 DIA-HABIL               VALUE "S".
       01 WS-NOMBRES-DIAS.
           05 FILLER              PIC X(9)    VALUE "LUNES".
           05 FILLER              PIC X(9)    VALUE "MARTES".
           05 FILLER              PIC X(9)    VALUE "MIERCOLES".
           05 FILLER              PIC X(9)    VALUE "JUEVES".
           05 FILLER              PIC X(9)    VALUE "VIERNES".
           05 FILLER              PIC X(9)    VALUE "SABADO".
           05 FILLER              PIC X(9)    VALUE "DOMINGO".
       01 WS-NOMBRES-DIAS-R REDEFINES WS-NOMBRES-DIAS.
           05 WS-NOM-DIA OCCURS 7 TIMES PIC X(9).
       01 WS-NOMBRE-DIA           PIC X(9).

       01 WS-ERROR-FATAL          PIC X       VALUE "N".
           88 ERROR-FATAL             VALUE "S".

       01 WS-EOF-CALENDARIO       PIC X       VALUE "N".
           88 FIN-CALENDARIO          VALUE "S".

       01 WS-CONT-LISTADOS        PIC 9(4)    VALUE ZERO.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-CALENDARIO-FILE.

           IF NOT ERROR-FATAL THEN
               PERFORM UNTIL OPCION-FIN OR ERROR-FATAL
                   DISPLAY " "
                   DISPLAY "Mantenimiento del calendario de días "
                       "hábiles"
                   DISPLAY "A=Alta, C=Cambio, B=Baja, "
                       "D=Consultar día, L=Listar, F=Fin:"
                   ACCEPT WS-OPCION

                   EVALUATE TRUE
                       WHEN OPCION-ALTA
                           PERFORM ALTA-FECHA
                       WHEN OPCION-CAMBIO
                           PERFORM CAMBIO-FECHA
                       WHEN OPCION-BAJA
                           PERFORM BAJA-FECHA
                       WHEN OPCION-DIA
                           PERFORM CONSULTAR-DIA
                       WHEN OPCION-LISTAR
                           PERFORM LISTAR-CALENDARIO
                       WHEN OPCION-FIN
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opción no válida: '" WS-OPCION "'"
                   END-EVALUATE
               END-PERFORM

               CLOSE CALENDARIO-FILE
           END-IF.

           STOP RUN.

       ABRIR-CALENDARIO-FILE.
           OPEN I-O CALENDARIO-FILE.
           IF WS-CALENDARIO-STATUS = "35" THEN
               OPEN OUTPUT CALENDARIO-FILE
               IF WS-CALENDARIO-STATUS = "00" THEN
                   CLOSE CALENDARIO-FILE
                   OPEN I-O CALENDARIO-FILE
               END-IF
           END-IF.
           IF WS-CALENDARIO-STATUS <> "00" THEN
               DISPLAY "ERROR fatal abriendo CALENDARIO.DAT, status="
                   WS-CALENDARIO-STATUS
               MOVE "S" TO WS-ERROR-FATAL
           END-IF.

      * El tipo se valida contra el día de la semana: marcar feriado
      * un sábado o hábil un martes no cambia nada y sólo confunde.
       ALTA-FECHA.
           PERFORM PEDIR-FECHA.
           IF FECHA-VALIDA THEN
               PERFORM PEDIR-TIPO
               DISPLAY "Descripción (ej. AÑO NUEVO): "
               ACCEPT WS-DESCRIPCION-TXT

               IF WS-TIPO-TXT = SPACES THEN
                   DISPLAY "Datos inválidos, alta cancelada"
               ELSE
                   MOVE WS-FECHA-CAPTURA TO CAL-FECHA
                   MOVE WS-TIPO-TXT TO CAL-TIPO
                   MOVE WS-DESCRIPCION-TXT TO CAL-DESCRIPCION
                   WRITE CALENDARIO-RECORD
                       INVALID KEY
                           DISPLAY "La fecha " WS-FECHA-CAPTURA
                               " ya está en el calendario, use Cambio"
                       NOT INVALID KEY
                           DISPLAY "Fecha " WS-FECHA-CAPTURA
                               " registrada como " WS-TIPO-TXT
                   END-WRITE
                   IF WS-CALENDARIO-STATUS <> "00" AND
                      WS-CALENDARIO-STATUS <> "22" THEN
                       DISPLAY "ERROR escribiendo CALENDARIO.DAT, "
                           "status=" WS-CALENDARIO-STATUS
                   END-IF
               END-IF
           END-IF.

       CAMBIO-FECHA.
           PERFORM PEDIR-FECHA.
           IF FECHA-VALIDA THEN
               MOVE WS-FECHA-CAPTURA TO CAL-FECHA
               READ CALENDARIO-FILE
                   INVALID KEY
                       DISPLAY "La fecha " WS-FECHA-CAPTURA
                           " no está en el calendario, use Alta"
                   NOT INVALID KEY
                       DISPLAY "Actual: " CAL-TIPO " "
                           CAL-DESCRIPCION
                       DISPLAY "Nueva descripción "
                           "(espacios=conservar): "
                       ACCEPT WS-DESCRIPCION-TXT
                       IF WS-DESCRIPCION-TXT <> SPACES THEN
                           MOVE WS-DESCRIPCION-TXT TO CAL-DESCRIPCION
                       END-IF

                       REWRITE CALENDARIO-RECORD
                           INVALID KEY
                               DISPLAY "ERROR actualizando la fecha "
                                   WS-FECHA-CAPTURA
                           NOT INVALID KEY
                               DISPLAY "Fecha " WS-FECHA-CAPTURA
                                   " actualizada"
                       END-REWRITE
               END-READ
           END-IF.

      * La baja borra la excepción: la fecha vuelve a la regla de
      * lunes a viernes.
       BAJA-FECHA.
           PERFORM PEDIR-FECHA.
           IF FECHA-VALIDA THEN
               MOVE WS-FECHA-CAPTURA TO CAL-FECHA
               DELETE CALENDARIO-FILE
                   INVALID KEY
                       DISPLAY "La fecha " WS-FECHA-CAPTURA
                           " no está en el calendario"
                   NOT INVALID KEY
                       DISPLAY "Fecha " WS-FECHA-CAPTURA
                           " eliminada, rige lunes a viernes"
               END-DELETE
           END-IF.

       CONSULTAR-DIA.
           PERFORM PEDIR-FECHA.
           IF FECHA-VALIDA THEN
               MOVE WS-FECHA-CAPTURA TO WS-FECHA-PRUEBA
               PERFORM VERIFICAR-DIA-HABIL
               MOVE WS-NOM-DIA(WS-DIA-SEMANA + 1) TO WS-NOMBRE-DIA
               IF DIA-HABIL THEN
                   DISPLAY WS-FECHA-CAPTURA " " WS-NOMBRE-DIA
                       " es día hábil"
               ELSE
                   DISPLAY WS-FECHA-CAPTURA " " WS-NOMBRE-DIA
                       " NO es día hábil"
               END-IF
               PERFORM AVANZAR-A-DIA-HABIL
               MOVE WS-NOM-DIA(WS-DIA-SEMANA + 1) TO WS-NOMBRE-DIA
               DISPLAY "Día hábil siguiente: " WS-FECHA-PRUEBA " "
                   WS-NOMBRE-DIA
           END-IF.

       LISTAR-CALENDARIO.
           DISPLAY "Año a listar (ENTER=todos): ".
           ACCEPT WS-ANIO-TXT.
           MOVE "N" TO WS-EOF-CALENDARIO.
           MOVE ZERO TO WS-CONT-LISTADOS.
           IF WS-ANIO-TXT NUMERIC THEN
               MOVE WS-ANIO-TXT TO CAL-FECHA(1:4)
               MOVE "0101" TO CAL-FECHA(5:4)
           ELSE
               MOVE SPACES TO WS-ANIO-TXT
               MOVE ZERO TO CAL-FECHA
           END-IF.
           START CALENDARIO-FILE KEY >= CAL-FECHA
               INVALID KEY MOVE "S" TO WS-EOF-CALENDARIO
           END-START.

           DISPLAY "FECHA    DIA       T DESCRIPCION".
           PERFORM UNTIL FIN-CALENDARIO
               READ CALENDARIO-FILE NEXT
                   AT END MOVE "S" TO WS-EOF-CALENDARIO
                   NOT AT END
                       IF WS-ANIO-TXT <> SPACES AND
                          CAL-FECHA(1:4) <> WS-ANIO-TXT THEN
                           MOVE "S" TO WS-EOF-CALENDARIO
                       ELSE
                           ADD 1 TO WS-CONT-LISTADOS
                           MOVE CAL-FECHA TO WS-FECHA-PRUEBA
                           PERFORM CALCULAR-DIA-SEMANA
                           MOVE WS-NOM-DIA(WS-DIA-SEMANA + 1)
                               TO WS-NOMBRE-DIA
                           DISPLAY CAL-FECHA " " WS-NOMBRE-DIA " "
                               CAL-TIPO " " CAL-DESCRIPCION
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Fechas en calendario: " WS-CONT-LISTADOS.

       PEDIR-FECHA.
           MOVE "N" TO WS-FECHA-VALIDA.
           DISPLAY "Fecha (AAAAMMDD): ".
           ACCEPT WS-FECHA-TXT.
           IF WS-FECHA-TXT NUMERIC THEN
               MOVE WS-FECHA-TXT TO WS-FECHA-CAPTURA
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CAPTURA)
                  = 0 THEN
                   MOVE "S" TO WS-FECHA-VALIDA
               END-IF
           END-IF.
           IF NOT FECHA-VALIDA THEN
               DISPLAY "Fecha inválida: '" WS-FECHA-TXT "'"
           END-IF.

      * F sólo tiene sentido de lunes a viernes y H sólo en sábado o
      * domingo; cualquier otra combinación deja el tipo en blanco.
       PEDIR-TIPO.
           MOVE WS-FECHA-CAPTURA TO WS-FECHA-PRUEBA.
           PERFORM CALCULAR-DIA-SEMANA.
           MOVE WS-NOM-DIA(WS-DIA-SEMANA + 1) TO WS-NOMBRE-DIA.
           DISPLAY "La fecha cae en " WS-NOMBRE-DIA.
           DISPLAY "Tipo (F=feriado, H=sábado/domingo hábil): ".
           ACCEPT WS-TIPO-TXT.
           EVALUATE TRUE
               WHEN WS-TIPO-TXT = "F" AND WS-DIA-SEMANA < 5
                   CONTINUE
               WHEN WS-TIPO-TXT = "H" AND WS-DIA-SEMANA >= 5
                   CONTINUE
               WHEN WS-TIPO-TXT = "F"
                   DISPLAY "Sábado y domingo ya son inhábiles"
                   MOVE SPACES TO WS-TIPO-TXT
               WHEN WS-TIPO-TXT = "H"
                   DISPLAY "De lunes a viernes ya es día hábil"
                   MOVE SPACES TO WS-TIPO-TXT
               WHEN OTHER
                   DISPLAY "Tipo inválido: '" WS-TIPO-TXT "'"
                   MOVE SPACES TO WS-TIPO-TXT
           END-EVALUATE.

       CALCULAR-DIA-SEMANA.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PRUEBA) - 1, 7).

      * Día hábil: lunes a viernes salvo feriado F del calendario, o
      * sábado/domingo marcado H.
       VERIFICAR-DIA-HABIL.
           PERFORM CALCULAR-DIA-SEMANA.
           IF WS-DIA-SEMANA < 5 THEN
               MOVE "S" TO WS-DIA-HABIL
           ELSE
               MOVE "N" TO WS-DIA-HABIL
           END-IF.
           MOVE WS-FECHA-PRUEBA TO CAL-FECHA.
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
           END-READ.

      * Primer día hábil posterior a WS-FECHA-PRUEBA.
       AVANZAR-A-DIA-HABIL.
           MOVE "N" TO WS-DIA-HABIL.
           PERFORM UNTIL DIA-HABIL
               COMPUTE WS-FECHA-PRUEBA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PRUEBA) + 1)
               PERFORM VERIFICAR-DIA-HABIL
           END-PERFORM.
