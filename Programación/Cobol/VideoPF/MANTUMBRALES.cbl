       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTUMBRALES.

      * Mantenimiento de los umbrales de retención UMBRALES.DAT del
      * modo lote de CALCULADORA: un detalle de los modos B y R cuyo
      * operando o resultado excede el umbral de su sistema origen y
      * moneda resultado se calcula pero queda retenido fuera de la
      * interfaz hasta que un supervisor lo libere con LIBERAR.
      * Cada entrada lleva sistema origen y moneda, o "*" para
      * cualquiera; rige la más específica (sistema y moneda, sólo
      * sistema, sólo moneda, general) y un monto cero exime.
      * Sólo un supervisor activo de USUARIOS.DAT opera el programa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UMBRALES-FILE ASSIGN TO "UMBRALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMBRALES-STATUS.
           SELECT USUARIOS-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIOS-STATUS.
           SELECT SISTEMAS-FILE ASSIGN TO "SISTEMAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIS-CODIGO
               FILE STATUS IS WS-SISTEMAS-STATUS.
           SELECT MONEDAS-FILE ASSIGN TO "MONEDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MON-CODIGO
               FILE STATUS IS WS-MONEDAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UMBRALES-FILE
           RECORDING MODE IS F.
       01 UMBRALES-RECORD.
           05 UMB-SISTEMA         PIC X(8).
           05 FILLER              PIC X.
           05 UMB-MONEDA          PIC XXX.
           05 FILLER              PIC X.
           05 UMB-MONTO           PIC 9(7)V99.

       FD  USUARIOS-FILE
           RECORDING MODE IS F.
       01 USUARIOS-RECORD.
           05 USU-ID              PIC X(8).
           05 FILLER              PIC X.
           05 USU-NOMBRE          PIC X(30).
           05 FILLER              PIC X.
           05 USU-MODOS           PIC X(4).
           05 FILLER              PIC X.
           05 USU-LIMITE          PIC 9(5)V99.
           05 FILLER              PIC X.
           05 USU-ACTIVO          PIC X.

       FD  SISTEMAS-FILE
           RECORDING MODE IS F.
       01 SISTEMAS-RECORD.
           05 SIS-CODIGO          PIC X(8).
           05 SIS-DESCRIPCION     PIC X(30).
           05 SIS-OBLIGATORIO     PIC X.
           05 SIS-CUENTA-MIN      PIC 9(9).
           05 SIS-CUENTA-MAX      PIC 9(9).
           05 SIS-ACTIVO          PIC X.

       FD  MONEDAS-FILE
           RECORDING MODE IS F.
       01 MONEDAS-RECORD.
           05 MON-CODIGO          PIC XXX.
           05 MON-NOMBRE          PIC X(30).
           05 MON-ESCALA          PIC 9(2).
           05 MON-ACTIVA          PIC X.

       WORKING-STORAGE SECTION.
       01 WS-UMBRALES-STATUS      PIC XX.
       01 WS-USUARIOS-STATUS      PIC XX.
       01 WS-SISTEMAS-STATUS      PIC XX.
       01 WS-MONEDAS-STATUS       PIC XX.

       01 WS-OPCION               PIC X.
           88 OPCION-ALTA         VALUE "A".
           88 OPCION-CAMBIO       VALUE "C".
           88 OPCION-BAJA         VALUE "B".
           88 OPCION-LISTAR       VALUE "L".
           88 OPCION-FIN          VALUE "F".

      * Tabla en memoria con el archivo completo; se regraba después
      * de cada operación que lo modifica.
       01 WS-TABLA-UMBRALES.
           05 WS-UMB-ENTRADA OCCURS 100 TIMES.
               10 WS-UMB-SISTEMA  PIC X(8).
               10 WS-UMB-MONEDA   PIC XXX.
               10 WS-UMB-MONTO    PIC 9(7)V99.
       01 WS-UMB-TOTAL            PIC 9(3)   VALUE ZERO.
       01 WS-UMB-MAXIMO           PIC 9(3)   VALUE 100.
       01 WS-UMB-IDX              PIC 9(3).
       01 WS-UMB-HALLADO          PIC 9(3)   VALUE ZERO.

       01 WS-ERROR-FATAL          PIC X      VALUE "N".
           88 ERROR-FATAL             VALUE "S".
       01 WS-EOF-UMBRALES         PIC X      VALUE "N".
           88 FIN-UMBRALES           VALUE "S".
       01 WS-EOF-USUARIOS         PIC X      VALUE "N".
           88 FIN-USUARIOS           VALUE "S".
       01 WS-SISTEMAS-ABIERTO     PIC X      VALUE "N".
           88 SISTEMAS-ABIERTO       VALUE "S".
       01 WS-MONEDAS-ABIERTO      PIC X      VALUE "N".
           88 MONEDAS-ABIERTO        VALUE "S".

      * Supervisor que opera el mantenimiento.
       01 WS-SUPERVISOR           PIC X(8)   VALUE SPACES.
       01 WS-SUPERVISOR-VALIDO    PIC X      VALUE "N".
           88 SUPERVISOR-VALIDO      VALUE "S".
       01 WS-MODOS-HALLADOS       PIC 9      VALUE ZERO.
       01 WS-INTENTOS-VALIDACION  PIC 9      VALUE ZERO.
       01 WS-MAX-INTENTOS         PIC 9      VALUE 3.

       01 WS-SISTEMA-TXT          PIC X(8).
       01 WS-MONEDA-TXT           PIC XXX.
       01 WS-MONTO-TXT            PIC X(14).
       01 WS-MONTO-CAPTURA        PIC 9(7)V99.
       01 WS-MONTO-ED             PIC Z(6)9.99.
       01 WS-CAPTURA-VALIDA       PIC X      VALUE "N".
           88 CAPTURA-VALIDA         VALUE "S".
       01 WS-CONFIRMA             PIC X.
       01 WS-CONT-LISTADOS        PIC 9(3)   VALUE ZERO.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM VALIDAR-SUPERVISOR-CONSOLA.
           IF NOT ERROR-FATAL THEN
               PERFORM ABRIR-CATALOGOS
               PERFORM CARGAR-TABLA-UMBRALES
           END-IF.

           IF NOT ERROR-FATAL THEN
               PERFORM UNTIL OPCION-FIN OR ERROR-FATAL
                   DISPLAY " "
                   DISPLAY "Mantenimiento de umbrales de retención"
                   DISPLAY "A=Alta, C=Cambio, B=Baja, L=Listar, "
                       "F=Fin:"
                   ACCEPT WS-OPCION

                   EVALUATE TRUE
                       WHEN OPCION-ALTA
                           PERFORM ALTA-UMBRAL
                       WHEN OPCION-CAMBIO
                           PERFORM CAMBIO-UMBRAL
                       WHEN OPCION-BAJA
                           PERFORM BAJA-UMBRAL
                       WHEN OPCION-LISTAR
                           PERFORM LISTAR-UMBRALES
                       WHEN OPCION-FIN
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opción no válida: '" WS-OPCION "'"
                   END-EVALUATE
               END-PERFORM
           END-IF.

           IF SISTEMAS-ABIERTO THEN
               CLOSE SISTEMAS-FILE
           END-IF.
           IF MONEDAS-ABIERTO THEN
               CLOSE MONEDAS-FILE
           END-IF.

           STOP RUN.

       VALIDAR-SUPERVISOR-CONSOLA.
           MOVE ZERO TO WS-INTENTOS-VALIDACION.
           PERFORM UNTIL SUPERVISOR-VALIDO
                   OR WS-INTENTOS-VALIDACION >= WS-MAX-INTENTOS
               DISPLAY "Ingrese ID de supervisor: "
               ACCEPT WS-SUPERVISOR
               PERFORM BUSCAR-SUPERVISOR
               IF NOT SUPERVISOR-VALIDO THEN
                   DISPLAY "'" WS-SUPERVISOR "' no es un supervisor "
                       "activo, intente de nuevo"
                   ADD 1 TO WS-INTENTOS-VALIDACION
               END-IF
           END-PERFORM.

           IF NOT SUPERVISOR-VALIDO THEN
               DISPLAY "Número máximo de intentos alcanzado, "
                   "fin del programa"
               MOVE "S" TO WS-ERROR-FATAL
           END-IF.

       BUSCAR-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-VALIDO.
           MOVE "N" TO WS-EOF-USUARIOS.
           OPEN INPUT USUARIOS-FILE.
           IF WS-USUARIOS-STATUS <> "00" THEN
               DISPLAY "ERROR abriendo USUARIOS.DAT, status="
                   WS-USUARIOS-STATUS
           ELSE
               PERFORM LEER-USUARIO
               PERFORM UNTIL FIN-USUARIOS OR SUPERVISOR-VALIDO
                   IF USU-ID = WS-SUPERVISOR AND
                      USU-ID <> SPACES AND
                      USU-ACTIVO <> "N" THEN
                       MOVE ZERO TO WS-MODOS-HALLADOS
                       INSPECT USU-MODOS TALLYING
                           WS-MODOS-HALLADOS FOR ALL "S"
                       IF WS-MODOS-HALLADOS > ZERO THEN
                           MOVE "S" TO WS-SUPERVISOR-VALIDO
                           DISPLAY "Supervisor: " USU-NOMBRE
                       END-IF
                       MOVE "S" TO WS-EOF-USUARIOS
                   ELSE
                       PERFORM LEER-USUARIO
                   END-IF
               END-PERFORM
               CLOSE USUARIOS-FILE
           END-IF.

       LEER-USUARIO.
           READ USUARIOS-FILE
               AT END MOVE "S" TO WS-EOF-USUARIOS
           END-READ.
           IF WS-USUARIOS-STATUS <> "00" AND
              WS-USUARIOS-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo USUARIOS.DAT, status="
                   WS-USUARIOS-STATUS
               MOVE "S" TO WS-EOF-USUARIOS
           END-IF.

      * Los catálogos sólo sirven para validar la captura; sin ellos
      * se acepta cualquier sistema o moneda con aviso en consola.
       ABRIR-CATALOGOS.
           OPEN INPUT SISTEMAS-FILE.
           IF WS-SISTEMAS-STATUS = "00" THEN
               MOVE "S" TO WS-SISTEMAS-ABIERTO
           ELSE
               DISPLAY "AVISO: SISTEMAS.DAT no disponible, status="
                   WS-SISTEMAS-STATUS ", no se validan los sistemas"
           END-IF.
           OPEN INPUT MONEDAS-FILE.
           IF WS-MONEDAS-STATUS = "00" THEN
               MOVE "S" TO WS-MONEDAS-ABIERTO
           ELSE
               DISPLAY "AVISO: MONEDAS.DAT no disponible, status="
                   WS-MONEDAS-STATUS ", no se validan las monedas"
           END-IF.

       CARGAR-TABLA-UMBRALES.
           MOVE ZERO TO WS-UMB-TOTAL.
           MOVE "N" TO WS-EOF-UMBRALES.
           OPEN INPUT UMBRALES-FILE.
           IF WS-UMBRALES-STATUS = "00" THEN
               PERFORM LEER-UMBRAL
               PERFORM UNTIL FIN-UMBRALES
                       OR WS-UMB-TOTAL >= WS-UMB-MAXIMO
                   ADD 1 TO WS-UMB-TOTAL
                   MOVE UMB-SISTEMA TO WS-UMB-SISTEMA(WS-UMB-TOTAL)
                   MOVE UMB-MONEDA TO WS-UMB-MONEDA(WS-UMB-TOTAL)
                   IF UMB-MONTO NUMERIC THEN
                       MOVE UMB-MONTO TO WS-UMB-MONTO(WS-UMB-TOTAL)
                   ELSE
                       MOVE ZERO TO WS-UMB-MONTO(WS-UMB-TOTAL)
                   END-IF
                   PERFORM LEER-UMBRAL
               END-PERFORM
               IF NOT FIN-UMBRALES THEN
                   DISPLAY "ERROR fatal: UMBRALES.DAT excede "
                       WS-UMB-MAXIMO " registros, depure el archivo"
                   MOVE "S" TO WS-ERROR-FATAL
               END-IF
               CLOSE UMBRALES-FILE
           ELSE
               IF WS-UMBRALES-STATUS = "35" THEN
                   DISPLAY "No existe UMBRALES.DAT, se creará con "
                       "la primera alta"
               ELSE
                   DISPLAY "ERROR fatal abriendo UMBRALES.DAT, "
                       "status=" WS-UMBRALES-STATUS
                   MOVE "S" TO WS-ERROR-FATAL
               END-IF
           END-IF.
           IF NOT ERROR-FATAL THEN
               DISPLAY "Umbrales cargados: " WS-UMB-TOTAL
           END-IF.

       LEER-UMBRAL.
           READ UMBRALES-FILE
               AT END MOVE "S" TO WS-EOF-UMBRALES
           END-READ.
           IF WS-UMBRALES-STATUS <> "00" AND
              WS-UMBRALES-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo UMBRALES.DAT, status="
                   WS-UMBRALES-STATUS
               MOVE "S" TO WS-EOF-UMBRALES
           END-IF.

       GRABAR-TABLA-UMBRALES.
           OPEN OUTPUT UMBRALES-FILE.
           IF WS-UMBRALES-STATUS <> "00" THEN
               DISPLAY "ERROR fatal abriendo UMBRALES.DAT para "
                   "escritura, status=" WS-UMBRALES-STATUS
               MOVE "S" TO WS-ERROR-FATAL
           ELSE
               PERFORM VARYING WS-UMB-IDX FROM 1 BY 1
                       UNTIL WS-UMB-IDX > WS-UMB-TOTAL
                   MOVE SPACES TO UMBRALES-RECORD
                   MOVE WS-UMB-SISTEMA(WS-UMB-IDX) TO UMB-SISTEMA
                   MOVE WS-UMB-MONEDA(WS-UMB-IDX) TO UMB-MONEDA
                   MOVE WS-UMB-MONTO(WS-UMB-IDX) TO UMB-MONTO
                   WRITE UMBRALES-RECORD
                   IF WS-UMBRALES-STATUS <> "00" THEN
                       DISPLAY "ERROR escribiendo UMBRALES.DAT, "
                           "status=" WS-UMBRALES-STATUS
                       MOVE "S" TO WS-ERROR-FATAL
                   END-IF
               END-PERFORM
               CLOSE UMBRALES-FILE
           END-IF.

       ALTA-UMBRAL.
           PERFORM PEDIR-LLAVE-UMBRAL.
           IF CAPTURA-VALIDA THEN
               PERFORM BUSCAR-UMBRAL
               IF WS-UMB-HALLADO > ZERO THEN
                   DISPLAY "El umbral " WS-SISTEMA-TXT "/"
                       WS-MONEDA-TXT " ya existe, use Cambio"
               ELSE
                   IF WS-UMB-TOTAL >= WS-UMB-MAXIMO THEN
                       DISPLAY "Tabla de umbrales llena, dé de baja "
                           "alguno antes de dar altas"
                   ELSE
                       PERFORM PEDIR-MONTO
                       IF CAPTURA-VALIDA THEN
                           ADD 1 TO WS-UMB-TOTAL
                           MOVE WS-SISTEMA-TXT TO
                               WS-UMB-SISTEMA(WS-UMB-TOTAL)
                           MOVE WS-MONEDA-TXT TO
                               WS-UMB-MONEDA(WS-UMB-TOTAL)
                           MOVE WS-MONTO-CAPTURA TO
                               WS-UMB-MONTO(WS-UMB-TOTAL)
                           PERFORM GRABAR-TABLA-UMBRALES
                           IF NOT ERROR-FATAL THEN
                               DISPLAY "Umbral " WS-SISTEMA-TXT "/"
                                   WS-MONEDA-TXT " dado de alta"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CAMBIO-UMBRAL.
           PERFORM PEDIR-LLAVE-UMBRAL.
           IF CAPTURA-VALIDA THEN
               PERFORM BUSCAR-UMBRAL
               IF WS-UMB-HALLADO = ZERO THEN
                   DISPLAY "El umbral " WS-SISTEMA-TXT "/"
                       WS-MONEDA-TXT " no existe, use Alta"
               ELSE
                   MOVE WS-UMB-MONTO(WS-UMB-HALLADO) TO WS-MONTO-ED
                   DISPLAY "Monto actual: " WS-MONTO-ED
                   PERFORM PEDIR-MONTO
                   IF CAPTURA-VALIDA THEN
                       MOVE WS-MONTO-CAPTURA TO
                           WS-UMB-MONTO(WS-UMB-HALLADO)
                       PERFORM GRABAR-TABLA-UMBRALES
                       IF NOT ERROR-FATAL THEN
                           DISPLAY "Umbral " WS-SISTEMA-TXT "/"
                               WS-MONEDA-TXT " actualizado"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * La baja quita la entrada; el detalle pasa a regirse por la
      * siguiente entrada más general que le corresponda.
       BAJA-UMBRAL.
           PERFORM PEDIR-LLAVE-UMBRAL.
           IF CAPTURA-VALIDA THEN
               PERFORM BUSCAR-UMBRAL
               IF WS-UMB-HALLADO = ZERO THEN
                   DISPLAY "El umbral " WS-SISTEMA-TXT "/"
                       WS-MONEDA-TXT " no existe"
               ELSE
                   DISPLAY "¿Confirma la baja del umbral "
                       WS-SISTEMA-TXT "/" WS-MONEDA-TXT "? (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA <> "S" THEN
                       DISPLAY "Baja cancelada"
                   ELSE
                       PERFORM VARYING WS-UMB-IDX FROM WS-UMB-HALLADO
                               BY 1 UNTIL WS-UMB-IDX >= WS-UMB-TOTAL
                           MOVE WS-UMB-ENTRADA(WS-UMB-IDX + 1) TO
                               WS-UMB-ENTRADA(WS-UMB-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-UMB-TOTAL
                       PERFORM GRABAR-TABLA-UMBRALES
                       IF NOT ERROR-FATAL THEN
                           DISPLAY "Umbral " WS-SISTEMA-TXT "/"
                               WS-MONEDA-TXT " dado de baja"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LISTAR-UMBRALES.
           MOVE ZERO TO WS-CONT-LISTADOS.
           DISPLAY "SISTEMA  MON       MONTO".
           PERFORM VARYING WS-UMB-IDX FROM 1 BY 1
                   UNTIL WS-UMB-IDX > WS-UMB-TOTAL
               ADD 1 TO WS-CONT-LISTADOS
               MOVE WS-UMB-MONTO(WS-UMB-IDX) TO WS-MONTO-ED
               DISPLAY WS-UMB-SISTEMA(WS-UMB-IDX) " "
                   WS-UMB-MONEDA(WS-UMB-IDX) " " WS-MONTO-ED
           END-PERFORM.
           DISPLAY "Umbrales listados: " WS-CONT-LISTADOS.

      * Sistema origen y moneda resultado; "*" o ENTER = cualquiera.
      * Un código concreto debe estar activo en su catálogo.
       PEDIR-LLAVE-UMBRAL.
           MOVE "S" TO WS-CAPTURA-VALIDA.
           DISPLAY "Sistema origen (ej. NOMINA, *=cualquiera): ".
           ACCEPT WS-SISTEMA-TXT.
           IF WS-SISTEMA-TXT = SPACES THEN
               MOVE "*" TO WS-SISTEMA-TXT
           END-IF.
           DISPLAY "Moneda resultado (ej. USD, *=cualquiera): ".
           ACCEPT WS-MONEDA-TXT.
           IF WS-MONEDA-TXT = SPACES THEN
               MOVE "*" TO WS-MONEDA-TXT
           END-IF.

           IF WS-SISTEMA-TXT <> "*" AND SISTEMAS-ABIERTO THEN
               MOVE WS-SISTEMA-TXT TO SIS-CODIGO
               READ SISTEMAS-FILE
                   INVALID KEY
                       DISPLAY "Sistema '" WS-SISTEMA-TXT
                           "' no registrado, operación cancelada"
                       MOVE "N" TO WS-CAPTURA-VALIDA
                   NOT INVALID KEY
                       IF SIS-ACTIVO <> "S" THEN
                           DISPLAY "Sistema '" WS-SISTEMA-TXT
                               "' inactivo, operación cancelada"
                           MOVE "N" TO WS-CAPTURA-VALIDA
                       END-IF
               END-READ
           END-IF.

           IF CAPTURA-VALIDA AND WS-MONEDA-TXT <> "*" AND
              MONEDAS-ABIERTO THEN
               MOVE WS-MONEDA-TXT TO MON-CODIGO
               READ MONEDAS-FILE
                   INVALID KEY
                       DISPLAY "Moneda '" WS-MONEDA-TXT
                           "' no catalogada, operación cancelada"
                       MOVE "N" TO WS-CAPTURA-VALIDA
                   NOT INVALID KEY
                       IF MON-ACTIVA <> "S" THEN
                           DISPLAY "Moneda '" WS-MONEDA-TXT
                               "' inactiva, operación cancelada"
                           MOVE "N" TO WS-CAPTURA-VALIDA
                       END-IF
               END-READ
           END-IF.

      * Monto no negativo; cero exime de retención al sistema o
      * moneda indicados aunque una entrada más general retenga.
       PEDIR-MONTO.
           DISPLAY "Monto umbral (0=no retener): ".
           ACCEPT WS-MONTO-TXT.
           IF FUNCTION TEST-NUMVAL(WS-MONTO-TXT) = 0 THEN
               IF FUNCTION NUMVAL(WS-MONTO-TXT) < ZERO THEN
                   DISPLAY "El monto no puede ser negativo, "
                       "operación cancelada"
                   MOVE "N" TO WS-CAPTURA-VALIDA
               ELSE
                   COMPUTE WS-MONTO-CAPTURA =
                       FUNCTION NUMVAL(WS-MONTO-TXT)
                       ON SIZE ERROR
                           DISPLAY "Monto excede capacidad, "
                               "operación cancelada"
                           MOVE "N" TO WS-CAPTURA-VALIDA
                   END-COMPUTE
               END-IF
           ELSE
               DISPLAY "Monto inválido: '" WS-MONTO-TXT
                   "', operación cancelada"
               MOVE "N" TO WS-CAPTURA-VALIDA
           END-IF.

       BUSCAR-UMBRAL.
           MOVE ZERO TO WS-UMB-HALLADO.
           PERFORM VARYING WS-UMB-IDX FROM 1 BY 1
                   UNTIL WS-UMB-IDX > WS-UMB-TOTAL
                   OR WS-UMB-HALLADO > ZERO
               IF WS-UMB-SISTEMA(WS-UMB-IDX) = WS-SISTEMA-TXT AND
                  WS-UMB-MONEDA(WS-UMB-IDX) = WS-MONEDA-TXT THEN
                   MOVE WS-UMB-IDX TO WS-UMB-HALLADO
               END-IF
           END-PERFORM.
