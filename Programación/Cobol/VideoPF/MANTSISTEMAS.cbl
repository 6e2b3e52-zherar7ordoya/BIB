       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTSISTEMAS.

      * Mantenimiento del registro de sistemas origen SISTEMAS.DAT:
      * cada sistema que envía lotes a CALCULADORA lleva su
      * descripción, si debe enviar lote en todos los ciclos y el
      * rango esperado de detalles por lote (máximo cero = sin
      * tope). CALCULADORA rechaza los lotes de sistemas que no
      * figuran aquí o están dados de baja, y CTLLOTES compara
      * LOTES-PROC.DAT contra este registro al cierre del lote.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SISTEMAS-FILE ASSIGN TO "SISTEMAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIS-CODIGO
               FILE STATUS IS WS-SISTEMAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SISTEMAS-FILE
           RECORDING MODE IS F.
       01 SISTEMAS-RECORD.
           05 SIS-CODIGO          PIC X(8).
           05 SIS-DESCRIPCION     PIC X(30).
           05 SIS-OBLIGATORIO     PIC X.
           05 SIS-CUENTA-MIN      PIC 9(9).
           05 SIS-CUENTA-MAX      PIC 9(9).
           05 SIS-ACTIVO          PIC X.

       WORKING-STORAGE SECTION.
       01 WS-SISTEMAS-STATUS      PIC XX.

       01 WS-OPCION               PIC X.
           88 OPCION-ALTA         VALUE "A".
           88 OPCION-CAMBIO       VALUE "C".
           88 OPCION-BAJA         VALUE "B".
           88 OPCION-REACTIVAR    VALUE "R".
           88 OPCION-LISTAR       VALUE "L".
           88 OPCION-FIN          VALUE "F".

       01 WS-CODIGO-TXT           PIC X(8).
       01 WS-DESCRIPCION-TXT      PIC X(30).
       01 WS-OBLIGATORIO-TXT      PIC X.
       01 WS-CUENTA-TXT           PIC X(12).

       01 WS-CUENTA-MIN           PIC 9(9).
       01 WS-CUENTA-MAX           PIC 9(9).
       01 WS-CUENTA-CAPTURA       PIC 9(9).

       01 WS-CAPTURA-VALIDA       PIC X       VALUE "S".
           88 CAPTURA-VALIDA          VALUE "S".

       01 WS-ERROR-FATAL          PIC X       VALUE "N".
           88 ERROR-FATAL             VALUE "S".

       01 WS-EOF-SISTEMAS         PIC X       VALUE "N".
           88 FIN-SISTEMAS            VALUE "S".

       01 WS-CONT-LISTADOS        PIC 9(4)    VALUE ZERO.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-SISTEMAS-FILE.

           IF NOT ERROR-FATAL THEN
               PERFORM UNTIL OPCION-FIN OR ERROR-FATAL
                   DISPLAY " "
                   DISPLAY "Mantenimiento de sistemas origen"
                   DISPLAY "A=Alta, C=Cambio, B=Baja, R=Reactivar, "
                       "L=Listar, F=Fin:"
                   ACCEPT WS-OPCION

                   EVALUATE TRUE
                       WHEN OPCION-ALTA
                           PERFORM ALTA-SISTEMA
                       WHEN OPCION-CAMBIO
                           PERFORM CAMBIO-SISTEMA
                       WHEN OPCION-BAJA
                           PERFORM BAJA-SISTEMA
                       WHEN OPCION-REACTIVAR
                           PERFORM REACTIVAR-SISTEMA
                       WHEN OPCION-LISTAR
                           PERFORM LISTAR-SISTEMAS
                       WHEN OPCION-FIN
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opción no válida: '" WS-OPCION "'"
                   END-EVALUATE
               END-PERFORM

               CLOSE SISTEMAS-FILE
           END-IF.

           STOP RUN.

       ABRIR-SISTEMAS-FILE.
           OPEN I-O SISTEMAS-FILE.
           IF WS-SISTEMAS-STATUS = "35" THEN
               OPEN OUTPUT SISTEMAS-FILE
               IF WS-SISTEMAS-STATUS = "00" THEN
                   CLOSE SISTEMAS-FILE
                   OPEN I-O SISTEMAS-FILE
               END-IF
           END-IF.
           IF WS-SISTEMAS-STATUS <> "00" THEN
               DISPLAY "ERROR fatal abriendo SISTEMAS.DAT, status="
                   WS-SISTEMAS-STATUS
               MOVE "S" TO WS-ERROR-FATAL
           END-IF.

       ALTA-SISTEMA.
           MOVE "S" TO WS-CAPTURA-VALIDA.
           PERFORM PEDIR-CODIGO.
           DISPLAY "Descripción del sistema: ".
           ACCEPT WS-DESCRIPCION-TXT.
           DISPLAY "¿Envía lote en todos los ciclos? (S/N): ".
           ACCEPT WS-OBLIGATORIO-TXT.
           IF WS-CODIGO-TXT = SPACES OR
              (WS-OBLIGATORIO-TXT <> "S" AND
               WS-OBLIGATORIO-TXT <> "N") THEN
               MOVE "N" TO WS-CAPTURA-VALIDA
           END-IF.

           IF CAPTURA-VALIDA THEN
               MOVE ZERO TO WS-CUENTA-MIN
               MOVE ZERO TO WS-CUENTA-MAX
               DISPLAY "Detalles mínimos por lote (ENTER=0): "
               ACCEPT WS-CUENTA-TXT
               PERFORM VALIDAR-CUENTA
               MOVE WS-CUENTA-CAPTURA TO WS-CUENTA-MIN
           END-IF.
           IF CAPTURA-VALIDA THEN
               DISPLAY "Detalles máximos por lote (ENTER=0, "
                   "sin tope): "
               ACCEPT WS-CUENTA-TXT
               PERFORM VALIDAR-CUENTA
               MOVE WS-CUENTA-CAPTURA TO WS-CUENTA-MAX
           END-IF.
           IF CAPTURA-VALIDA THEN
               PERFORM VALIDAR-RANGO
           END-IF.

           IF NOT CAPTURA-VALIDA THEN
               DISPLAY "Datos inválidos, alta cancelada"
           ELSE
               MOVE WS-CODIGO-TXT TO SIS-CODIGO
               MOVE WS-DESCRIPCION-TXT TO SIS-DESCRIPCION
               MOVE WS-OBLIGATORIO-TXT TO SIS-OBLIGATORIO
               MOVE WS-CUENTA-MIN TO SIS-CUENTA-MIN
               MOVE WS-CUENTA-MAX TO SIS-CUENTA-MAX
               MOVE "S" TO SIS-ACTIVO
               WRITE SISTEMAS-RECORD
                   INVALID KEY
                       DISPLAY "El sistema '" WS-CODIGO-TXT
                           "' ya existe, use Cambio"
                   NOT INVALID KEY
                       DISPLAY "Sistema '" WS-CODIGO-TXT "' dado "
                           "de alta"
               END-WRITE
               IF WS-SISTEMAS-STATUS <> "00" AND
                  WS-SISTEMAS-STATUS <> "22" THEN
                   DISPLAY "ERROR escribiendo SISTEMAS.DAT, status="
                       WS-SISTEMAS-STATUS
               END-IF
           END-IF.

       CAMBIO-SISTEMA.
           MOVE "S" TO WS-CAPTURA-VALIDA.
           PERFORM PEDIR-CODIGO.
           MOVE WS-CODIGO-TXT TO SIS-CODIGO.
           READ SISTEMAS-FILE
               INVALID KEY
                   DISPLAY "El sistema '" WS-CODIGO-TXT
                       "' no existe"
               NOT INVALID KEY
                   PERFORM CAPTURAR-CAMBIO-SISTEMA
           END-READ.

       CAPTURAR-CAMBIO-SISTEMA.
           DISPLAY "Actual: " SIS-DESCRIPCION " oblig. "
               SIS-OBLIGATORIO " mín " SIS-CUENTA-MIN " máx "
               SIS-CUENTA-MAX " activo " SIS-ACTIVO.
           MOVE SIS-CUENTA-MIN TO WS-CUENTA-MIN.
           MOVE SIS-CUENTA-MAX TO WS-CUENTA-MAX.
           DISPLAY "Nueva descripción (espacios=conservar): ".
           ACCEPT WS-DESCRIPCION-TXT.
           DISPLAY "Obligatorio S/N (espacios=conservar): ".
           ACCEPT WS-OBLIGATORIO-TXT.
           IF WS-OBLIGATORIO-TXT <> SPACES AND
              WS-OBLIGATORIO-TXT <> "S" AND
              WS-OBLIGATORIO-TXT <> "N" THEN
               MOVE "N" TO WS-CAPTURA-VALIDA
           END-IF.
           IF CAPTURA-VALIDA THEN
               DISPLAY "Nuevo mínimo (espacios=conservar): "
               ACCEPT WS-CUENTA-TXT
               IF WS-CUENTA-TXT <> SPACES THEN
                   PERFORM VALIDAR-CUENTA
                   MOVE WS-CUENTA-CAPTURA TO WS-CUENTA-MIN
               END-IF
           END-IF.
           IF CAPTURA-VALIDA THEN
               DISPLAY "Nuevo máximo (0=sin tope, "
                   "espacios=conservar): "
               ACCEPT WS-CUENTA-TXT
               IF WS-CUENTA-TXT <> SPACES THEN
                   PERFORM VALIDAR-CUENTA
                   MOVE WS-CUENTA-CAPTURA TO WS-CUENTA-MAX
               END-IF
           END-IF.
           IF CAPTURA-VALIDA THEN
               PERFORM VALIDAR-RANGO
           END-IF.

           IF NOT CAPTURA-VALIDA THEN
               DISPLAY "Datos inválidos, cambio cancelado"
           ELSE
               IF WS-DESCRIPCION-TXT <> SPACES THEN
                   MOVE WS-DESCRIPCION-TXT TO SIS-DESCRIPCION
               END-IF
               IF WS-OBLIGATORIO-TXT <> SPACES THEN
                   MOVE WS-OBLIGATORIO-TXT TO SIS-OBLIGATORIO
               END-IF
               MOVE WS-CUENTA-MIN TO SIS-CUENTA-MIN
               MOVE WS-CUENTA-MAX TO SIS-CUENTA-MAX
               REWRITE SISTEMAS-RECORD
                   INVALID KEY
                       DISPLAY "ERROR actualizando sistema '"
                           WS-CODIGO-TXT "'"
                   NOT INVALID KEY
                       DISPLAY "Sistema '" WS-CODIGO-TXT
                           "' actualizado, activo=" SIS-ACTIVO
               END-REWRITE
           END-IF.

       REACTIVAR-SISTEMA.
           PERFORM PEDIR-CODIGO.
           MOVE WS-CODIGO-TXT TO SIS-CODIGO.
           READ SISTEMAS-FILE
               INVALID KEY
                   DISPLAY "El sistema '" WS-CODIGO-TXT
                       "' no existe"
               NOT INVALID KEY
                   MOVE "S" TO SIS-ACTIVO
                   REWRITE SISTEMAS-RECORD
                       INVALID KEY
                           DISPLAY "ERROR reactivando sistema '"
                               WS-CODIGO-TXT "'"
                       NOT INVALID KEY
                           DISPLAY "Sistema '" WS-CODIGO-TXT
                               "' reactivado"
                   END-REWRITE
           END-READ.

       BAJA-SISTEMA.
           PERFORM PEDIR-CODIGO.
           MOVE WS-CODIGO-TXT TO SIS-CODIGO.
           READ SISTEMAS-FILE
               INVALID KEY
                   DISPLAY "El sistema '" WS-CODIGO-TXT
                       "' no existe"
               NOT INVALID KEY
                   MOVE "N" TO SIS-ACTIVO
                   REWRITE SISTEMAS-RECORD
                       INVALID KEY
                           DISPLAY "ERROR desactivando sistema '"
                               WS-CODIGO-TXT "'"
                       NOT INVALID KEY
                           DISPLAY "Sistema '" WS-CODIGO-TXT
                               "' desactivado"
                   END-REWRITE
           END-READ.

       LISTAR-SISTEMAS.
           MOVE "N" TO WS-EOF-SISTEMAS.
           MOVE ZERO TO WS-CONT-LISTADOS.
           MOVE LOW-VALUES TO SIS-CODIGO.
           START SISTEMAS-FILE KEY >= SIS-CODIGO
               INVALID KEY MOVE "S" TO WS-EOF-SISTEMAS
           END-START.

           DISPLAY "SISTEMA  DESCRIPCION                    OBL "
               "MINIMO    MAXIMO    ACT".
           PERFORM UNTIL FIN-SISTEMAS
               READ SISTEMAS-FILE NEXT
                   AT END MOVE "S" TO WS-EOF-SISTEMAS
                   NOT AT END
                       ADD 1 TO WS-CONT-LISTADOS
                       DISPLAY SIS-CODIGO " " SIS-DESCRIPCION " "
                           SIS-OBLIGATORIO "   " SIS-CUENTA-MIN " "
                           SIS-CUENTA-MAX " " SIS-ACTIVO
               END-READ
           END-PERFORM.
           DISPLAY "Sistemas registrados: " WS-CONT-LISTADOS.

       PEDIR-CODIGO.
           DISPLAY "Código del sistema origen (ej. NOMINA): ".
           ACCEPT WS-CODIGO-TXT.

      * Cantidad de detalles: entero no negativo; ENTER vale cero.
       VALIDAR-CUENTA.
           MOVE ZERO TO WS-CUENTA-CAPTURA.
           IF WS-CUENTA-TXT <> SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-CUENTA-TXT) = 0 THEN
                   IF FUNCTION NUMVAL(WS-CUENTA-TXT) < ZERO OR
                      FUNCTION NUMVAL(WS-CUENTA-TXT) >
                      FUNCTION INTEGER(FUNCTION NUMVAL(WS-CUENTA-TXT))
                      THEN
                       DISPLAY "Cantidad inválida: '" WS-CUENTA-TXT
                           "'"
                       MOVE "N" TO WS-CAPTURA-VALIDA
                   ELSE
                       COMPUTE WS-CUENTA-CAPTURA =
                           FUNCTION NUMVAL(WS-CUENTA-TXT)
                           ON SIZE ERROR
                               DISPLAY "Cantidad excede capacidad"
                               MOVE "N" TO WS-CAPTURA-VALIDA
                       END-COMPUTE
                   END-IF
               ELSE
                   DISPLAY "Cantidad inválida: '" WS-CUENTA-TXT "'"
                   MOVE "N" TO WS-CAPTURA-VALIDA
               END-IF
           END-IF.

       VALIDAR-RANGO.
           IF WS-CUENTA-MAX > ZERO AND
              WS-CUENTA-MIN > WS-CUENTA-MAX THEN
               DISPLAY "El mínimo " WS-CUENTA-MIN " excede el "
                   "máximo " WS-CUENTA-MAX
               MOVE "N" TO WS-CAPTURA-VALIDA
           END-IF.
