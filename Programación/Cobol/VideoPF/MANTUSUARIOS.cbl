       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTUSUARIOS.

      * Mantenimiento del maestro de operadores USUARIOS.DAT: alta,
      * cambio, baja (suspensión), reactivación y listado. Sólo lo
      * opera un supervisor activo (clase "S" en USU-MODOS), que no
      * puede modificar su propio registro; nunca se permite dejar
      * la cadena sin ningún supervisor activo. El archivo completo
      * se carga en memoria y se regraba tras cada cambio, y cada
      * cambio deja en USUARIOS-HIST.DAT los valores anteriores y
      * nuevos con el ID del supervisor y la estampa, para la
      * revisión trimestral de accesos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIOS-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIOS-STATUS.
           SELECT HISTUSU-FILE ASSIGN TO "USUARIOS-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTUSU-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * USU-MODOS lleva los modos permitidos (I, B, D, R) y la clase
      * supervisor ("S"); USU-LIMITE es el monto máximo por
      * operación (cero = sin límite); USU-ACTIVO = "N" marca al
      * usuario suspendido (espacio o "S" = activo).
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

      * Historia de cambios: acción ALTA, CAMBIO, SUSPENDE o
      * REACTIVA, con la imagen anterior y la nueva del operador.
       FD  HISTUSU-FILE
           RECORDING MODE IS F.
       01 HISTUSU-RECORD.
           05 HIS-ESTAMPA         PIC X(14).
           05 FILLER              PIC X.
           05 HIS-SUPERVISOR      PIC X(8).
           05 FILLER              PIC X.
           05 HIS-ACCION          PIC X(8).
           05 FILLER              PIC X.
           05 HIS-USU-ID          PIC X(8).
           05 FILLER              PIC X.
           05 HIS-ANTES.
               10 HIS-ANT-NOMBRE  PIC X(30).
               10 FILLER          PIC X.
               10 HIS-ANT-MODOS   PIC X(4).
               10 FILLER          PIC X.
               10 HIS-ANT-LIMITE  PIC X(7).
               10 FILLER          PIC X.
               10 HIS-ANT-ACTIVO  PIC X.
           05 FILLER              PIC X.
           05 HIS-DESPUES.
               10 HIS-DES-NOMBRE  PIC X(30).
               10 FILLER          PIC X.
               10 HIS-DES-MODOS   PIC X(4).
               10 FILLER          PIC X.
               10 HIS-DES-LIMITE  PIC X(7).
               10 FILLER          PIC X.
               10 HIS-DES-ACTIVO  PIC X.

       WORKING-STORAGE SECTION.
       01 WS-USUARIOS-STATUS      PIC XX.
       01 WS-HISTUSU-STATUS       PIC XX.

       01 WS-OPCION               PIC X.
           88 OPCION-ALTA         VALUE "A".
           88 OPCION-CAMBIO       VALUE "C".
           88 OPCION-BAJA         VALUE "B".
           88 OPCION-REACTIVAR    VALUE "R".
           88 OPCION-LISTAR       VALUE "L".
           88 OPCION-FIN          VALUE "F".

       01 WS-ERROR-FATAL          PIC X       VALUE "N".
           88 ERROR-FATAL             VALUE "S".

       01 WS-EOF-USUARIOS         PIC X       VALUE "N".
           88 FIN-USUARIOS            VALUE "S".

       01 WS-CAPTURA-VALIDA       PIC X       VALUE "S".
           88 CAPTURA-VALIDA          VALUE "S".

       01 WS-SUPERVISOR-VALIDO    PIC X       VALUE "N".
           88 SUPERVISOR-VALIDO       VALUE "S".

       01 WS-SUPERVISOR           PIC X(8)    VALUE SPACES.
       01 WS-INTENTOS-VALIDACION  PIC 9       VALUE ZERO.
       01 WS-MAX-INTENTOS         PIC 9       VALUE 3.

       01 WS-USU-ID-TXT           PIC X(8).
       01 WS-NOMBRE-TXT           PIC X(30).
       01 WS-MODOS-TXT            PIC X(4).
       01 WS-LIMITE-TXT           PIC X(12).
       01 WS-CONFIRMA             PIC X.

       01 WS-NOMBRE-NUEVO         PIC X(30).
       01 WS-MODOS-NUEVO          PIC X(4).
       01 WS-LIMITE-NUEVO         PIC 9(5)V99.
       01 WS-LIMITE-ED            PIC ZZ,ZZ9.99.

      * Modos válidos en USU-MODOS; no se admiten letras repetidas.
       01 WS-MODOS-VALIDOS        PIC X(5)    VALUE "IBDRS".
       01 WS-MODO-IDX             PIC 9.
       01 WS-MODOS-HALLADOS       PIC 9(2).
       01 WS-MODOS-LETRAS         PIC 9.

       01 WS-USU-MAXIMO           PIC 9(4)    VALUE 500.
       01 WS-USU-TOTAL            PIC 9(4)    VALUE ZERO.
       01 WS-USU-IDX              PIC 9(4).
       01 WS-USU-HALLADO          PIC 9(4)    VALUE ZERO.
       01 WS-USU-TABLA.
           05 WS-USU-ENTRADA OCCURS 500 TIMES.
               10 WS-USU-ID       PIC X(8).
               10 WS-USU-NOMBRE   PIC X(30).
               10 WS-USU-MODOS    PIC X(4).
               10 WS-USU-LIMITE   PIC 9(5)V99.
               10 WS-USU-ACTIVO   PIC X.

       01 WS-SUP-ACTIVOS          PIC 9(4).
       01 WS-CONT-LISTADOS        PIC 9(4)    VALUE ZERO.

       01 WS-FECHA-HORA           PIC X(26).
       01 WS-HIS-ACCION           PIC X(8).
       01 WS-HIS-ANTES            PIC X(45).
       01 WS-LIMITE-IMAGEN        PIC 9(5)V99.
       01 WS-LIMITE-IMAGEN-X REDEFINES WS-LIMITE-IMAGEN
                                  PIC X(7).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARGAR-TABLA-USUARIOS.

           IF NOT ERROR-FATAL THEN
               PERFORM VALIDAR-SUPERVISOR-CONSOLA
           END-IF.

           IF NOT ERROR-FATAL THEN
               PERFORM UNTIL OPCION-FIN OR ERROR-FATAL
                   DISPLAY " "
                   DISPLAY "Mantenimiento de operadores"
                   DISPLAY "A=Alta, C=Cambio, B=Baja, R=Reactivar, "
                       "L=Listar, F=Fin:"
                   ACCEPT WS-OPCION

                   EVALUATE TRUE
                       WHEN OPCION-ALTA
                           PERFORM ALTA-USUARIO
                       WHEN OPCION-CAMBIO
                           PERFORM CAMBIO-USUARIO
                       WHEN OPCION-BAJA
                           PERFORM BAJA-USUARIO
                       WHEN OPCION-REACTIVAR
                           PERFORM REACTIVAR-USUARIO
                       WHEN OPCION-LISTAR
                           PERFORM LISTAR-USUARIOS
                       WHEN OPCION-FIN
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opción no válida: '" WS-OPCION "'"
                   END-EVALUATE
               END-PERFORM
           END-IF.

           STOP RUN.

       CARGAR-TABLA-USUARIOS.
           MOVE ZERO TO WS-USU-TOTAL.
           MOVE "N" TO WS-EOF-USUARIOS.
           OPEN INPUT USUARIOS-FILE.
           IF WS-USUARIOS-STATUS <> "00" THEN
               DISPLAY "ERROR fatal abriendo USUARIOS.DAT, status="
                   WS-USUARIOS-STATUS
               MOVE "S" TO WS-ERROR-FATAL
           ELSE
               PERFORM LEER-USUARIO
               PERFORM UNTIL FIN-USUARIOS
                       OR WS-USU-TOTAL >= WS-USU-MAXIMO
                   IF USU-ID <> SPACES THEN
                       ADD 1 TO WS-USU-TOTAL
                       MOVE USU-ID TO WS-USU-ID(WS-USU-TOTAL)
                       MOVE USU-NOMBRE TO WS-USU-NOMBRE(WS-USU-TOTAL)
                       MOVE USU-MODOS TO WS-USU-MODOS(WS-USU-TOTAL)
                       IF USU-LIMITE NUMERIC THEN
                           MOVE USU-LIMITE TO
                               WS-USU-LIMITE(WS-USU-TOTAL)
                       ELSE
                           MOVE ZERO TO WS-USU-LIMITE(WS-USU-TOTAL)
                       END-IF
                       IF USU-ACTIVO = "N" THEN
                           MOVE "N" TO WS-USU-ACTIVO(WS-USU-TOTAL)
                       ELSE
                           MOVE "S" TO WS-USU-ACTIVO(WS-USU-TOTAL)
                       END-IF
                   END-IF
                   PERFORM LEER-USUARIO
               END-PERFORM
               IF NOT FIN-USUARIOS THEN
                   DISPLAY "ERROR fatal: USUARIOS.DAT excede "
                       WS-USU-MAXIMO " registros"
                   MOVE "S" TO WS-ERROR-FATAL
               END-IF
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

       GRABAR-TABLA-USUARIOS.
           OPEN OUTPUT USUARIOS-FILE.
           IF WS-USUARIOS-STATUS <> "00" THEN
               DISPLAY "ERROR fatal abriendo USUARIOS.DAT "
                   "para escritura, status=" WS-USUARIOS-STATUS
               MOVE "S" TO WS-ERROR-FATAL
           ELSE
               PERFORM VARYING WS-USU-IDX FROM 1 BY 1
                       UNTIL WS-USU-IDX > WS-USU-TOTAL
                   MOVE SPACES TO USUARIOS-RECORD
                   MOVE WS-USU-ID(WS-USU-IDX) TO USU-ID
                   MOVE WS-USU-NOMBRE(WS-USU-IDX) TO USU-NOMBRE
                   MOVE WS-USU-MODOS(WS-USU-IDX) TO USU-MODOS
                   MOVE WS-USU-LIMITE(WS-USU-IDX) TO USU-LIMITE
                   MOVE WS-USU-ACTIVO(WS-USU-IDX) TO USU-ACTIVO
                   WRITE USUARIOS-RECORD
                   IF WS-USUARIOS-STATUS <> "00" THEN
                       DISPLAY "ERROR escribiendo USUARIOS.DAT, "
                           "status=" WS-USUARIOS-STATUS
                       MOVE "S" TO WS-ERROR-FATAL
                   END-IF
               END-PERFORM
               CLOSE USUARIOS-FILE
           END-IF.

      * Sólo un supervisor activo puede dar mantenimiento; su ID
      * queda en cada registro de la historia.
       VALIDAR-SUPERVISOR-CONSOLA.
           MOVE ZERO TO WS-INTENTOS-VALIDACION.
           PERFORM UNTIL SUPERVISOR-VALIDO
                   OR WS-INTENTOS-VALIDACION >= WS-MAX-INTENTOS
               DISPLAY "Ingrese ID de supervisor: "
               ACCEPT WS-SUPERVISOR
               MOVE WS-SUPERVISOR TO WS-USU-ID-TXT
               PERFORM BUSCAR-USUARIO
               IF WS-USU-HALLADO > ZERO THEN
                   IF WS-USU-ACTIVO(WS-USU-HALLADO) = "S" THEN
                       MOVE ZERO TO WS-MODOS-HALLADOS
                       INSPECT WS-USU-MODOS(WS-USU-HALLADO)
                           TALLYING WS-MODOS-HALLADOS FOR ALL "S"
                       IF WS-MODOS-HALLADOS > ZERO THEN
                           MOVE "S" TO WS-SUPERVISOR-VALIDO
                       END-IF
                   END-IF
               END-IF
               IF SUPERVISOR-VALIDO THEN
                   DISPLAY "Supervisor: "
                       WS-USU-NOMBRE(WS-USU-HALLADO)
               ELSE
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

       ALTA-USUARIO.
           PERFORM PEDIR-ID.
           IF CAPTURA-VALIDA THEN
               PERFORM BUSCAR-USUARIO
               IF WS-USU-HALLADO > ZERO THEN
                   DISPLAY "El operador '" WS-USU-ID-TXT
                       "' ya existe, use Cambio o Reactivar"
                   MOVE "N" TO WS-CAPTURA-VALIDA
               END-IF
           END-IF.
           IF CAPTURA-VALIDA AND WS-USU-TOTAL >= WS-USU-MAXIMO THEN
               DISPLAY "Tabla de operadores llena, alta cancelada"
               MOVE "N" TO WS-CAPTURA-VALIDA
           END-IF.

           IF CAPTURA-VALIDA THEN
               DISPLAY "Nombre del operador: "
               ACCEPT WS-NOMBRE-TXT
               IF WS-NOMBRE-TXT = SPACES THEN
                   DISPLAY "Nombre requerido, alta cancelada"
                   MOVE "N" TO WS-CAPTURA-VALIDA
               ELSE
                   MOVE WS-NOMBRE-TXT TO WS-NOMBRE-NUEVO
               END-IF
           END-IF.

           IF CAPTURA-VALIDA THEN
               DISPLAY "Modos (I, B, D, R y S=supervisor, "
                   "ej. IBS): "
               ACCEPT WS-MODOS-TXT
               PERFORM VALIDAR-MODOS
           END-IF.

           IF CAPTURA-VALIDA THEN
               DISPLAY "Límite por operación (0=sin límite): "
               ACCEPT WS-LIMITE-TXT
               PERFORM VALIDAR-LIMITE
           END-IF.

           IF CAPTURA-VALIDA THEN
               ADD 1 TO WS-USU-TOTAL
               MOVE WS-USU-ID-TXT TO WS-USU-ID(WS-USU-TOTAL)
               MOVE WS-NOMBRE-NUEVO TO WS-USU-NOMBRE(WS-USU-TOTAL)
               MOVE WS-MODOS-NUEVO TO WS-USU-MODOS(WS-USU-TOTAL)
               MOVE WS-LIMITE-NUEVO TO WS-USU-LIMITE(WS-USU-TOTAL)
               MOVE "S" TO WS-USU-ACTIVO(WS-USU-TOTAL)
               MOVE WS-USU-TOTAL TO WS-USU-HALLADO
               MOVE SPACES TO WS-HIS-ANTES
               MOVE "ALTA" TO WS-HIS-ACCION
               PERFORM GRABAR-TABLA-USUARIOS
               IF NOT ERROR-FATAL THEN
                   PERFORM REGISTRAR-HISTORIA
                   DISPLAY "Operador '" WS-USU-ID-TXT "' dado de "
                       "alta"
               END-IF
           END-IF.

       CAMBIO-USUARIO.
           PERFORM PEDIR-ID-EXISTENTE.

           IF CAPTURA-VALIDA THEN
               MOVE WS-USU-LIMITE(WS-USU-HALLADO) TO WS-LIMITE-ED
               DISPLAY "Actual: " WS-USU-NOMBRE(WS-USU-HALLADO)
                   " modos " WS-USU-MODOS(WS-USU-HALLADO)
                   " límite " WS-LIMITE-ED
                   " activo " WS-USU-ACTIVO(WS-USU-HALLADO)
               MOVE WS-USU-NOMBRE(WS-USU-HALLADO) TO WS-NOMBRE-NUEVO
               MOVE WS-USU-MODOS(WS-USU-HALLADO) TO WS-MODOS-NUEVO
               MOVE WS-USU-LIMITE(WS-USU-HALLADO) TO WS-LIMITE-NUEVO
               DISPLAY "Nuevo nombre (espacios=conservar): "
               ACCEPT WS-NOMBRE-TXT
               IF WS-NOMBRE-TXT <> SPACES THEN
                   MOVE WS-NOMBRE-TXT TO WS-NOMBRE-NUEVO
               END-IF
               DISPLAY "Nuevos modos (espacios=conservar): "
               ACCEPT WS-MODOS-TXT
               IF WS-MODOS-TXT <> SPACES THEN
                   PERFORM VALIDAR-MODOS
               END-IF
           END-IF.

           IF CAPTURA-VALIDA THEN
               DISPLAY "Nuevo límite (espacios=conservar): "
               ACCEPT WS-LIMITE-TXT
               IF WS-LIMITE-TXT <> SPACES THEN
                   PERFORM VALIDAR-LIMITE
               END-IF
           END-IF.

      * Quitar la clase "S" a un supervisor activo no puede dejar la
      * cadena sin supervisores.
           IF CAPTURA-VALIDA THEN
               MOVE ZERO TO WS-MODOS-HALLADOS
               INSPECT WS-MODOS-NUEVO TALLYING WS-MODOS-HALLADOS
                   FOR ALL "S"
               IF WS-MODOS-HALLADOS = ZERO THEN
                   PERFORM VERIFICAR-ULTIMO-SUPERVISOR
               END-IF
           END-IF.

           IF CAPTURA-VALIDA THEN
               IF WS-NOMBRE-NUEVO = WS-USU-NOMBRE(WS-USU-HALLADO) AND
                  WS-MODOS-NUEVO = WS-USU-MODOS(WS-USU-HALLADO) AND
                  WS-LIMITE-NUEVO = WS-USU-LIMITE(WS-USU-HALLADO) THEN
                   DISPLAY "Sin cambios para '" WS-USU-ID-TXT "'"
               ELSE
                   PERFORM GUARDAR-IMAGEN-ANTERIOR
                   MOVE WS-NOMBRE-NUEVO TO
                       WS-USU-NOMBRE(WS-USU-HALLADO)
                   MOVE WS-MODOS-NUEVO TO WS-USU-MODOS(WS-USU-HALLADO)
                   MOVE WS-LIMITE-NUEVO TO
                       WS-USU-LIMITE(WS-USU-HALLADO)
                   MOVE "CAMBIO" TO WS-HIS-ACCION
                   PERFORM GRABAR-TABLA-USUARIOS
                   IF NOT ERROR-FATAL THEN
                       PERFORM REGISTRAR-HISTORIA
                       DISPLAY "Operador '" WS-USU-ID-TXT
                           "' actualizado, activo="
                           WS-USU-ACTIVO(WS-USU-HALLADO)
                   END-IF
               END-IF
           END-IF.

       BAJA-USUARIO.
           PERFORM PEDIR-ID-EXISTENTE.
           IF CAPTURA-VALIDA AND
              WS-USU-ACTIVO(WS-USU-HALLADO) = "N" THEN
               DISPLAY "El operador '" WS-USU-ID-TXT "' ya está "
                   "suspendido"
               MOVE "N" TO WS-CAPTURA-VALIDA
           END-IF.
           IF CAPTURA-VALIDA THEN
               PERFORM VERIFICAR-ULTIMO-SUPERVISOR
           END-IF.

           IF CAPTURA-VALIDA THEN
               PERFORM GUARDAR-IMAGEN-ANTERIOR
               MOVE "N" TO WS-USU-ACTIVO(WS-USU-HALLADO)
               MOVE "SUSPENDE" TO WS-HIS-ACCION
               PERFORM GRABAR-TABLA-USUARIOS
               IF NOT ERROR-FATAL THEN
                   PERFORM REGISTRAR-HISTORIA
                   DISPLAY "Operador '" WS-USU-ID-TXT "' suspendido"
               END-IF
           END-IF.

       REACTIVAR-USUARIO.
           PERFORM PEDIR-ID-EXISTENTE.
           IF CAPTURA-VALIDA AND
              WS-USU-ACTIVO(WS-USU-HALLADO) = "S" THEN
               DISPLAY "El operador '" WS-USU-ID-TXT "' ya está "
                   "activo"
               MOVE "N" TO WS-CAPTURA-VALIDA
           END-IF.

           IF CAPTURA-VALIDA THEN
               PERFORM GUARDAR-IMAGEN-ANTERIOR
               MOVE "S" TO WS-USU-ACTIVO(WS-USU-HALLADO)
               MOVE "REACTIVA" TO WS-HIS-ACCION
               PERFORM GRABAR-TABLA-USUARIOS
               IF NOT ERROR-FATAL THEN
                   PERFORM REGISTRAR-HISTORIA
                   DISPLAY "Operador '" WS-USU-ID-TXT "' reactivado"
               END-IF
           END-IF.

       LISTAR-USUARIOS.
           MOVE ZERO TO WS-CONT-LISTADOS.
           DISPLAY "ID       NOMBRE                         MODO "
               "LIMITE    ACT".
           PERFORM VARYING WS-USU-IDX FROM 1 BY 1
                   UNTIL WS-USU-IDX > WS-USU-TOTAL
               ADD 1 TO WS-CONT-LISTADOS
               MOVE WS-USU-LIMITE(WS-USU-IDX) TO WS-LIMITE-ED
               DISPLAY WS-USU-ID(WS-USU-IDX) " "
                   WS-USU-NOMBRE(WS-USU-IDX) " "
                   WS-USU-MODOS(WS-USU-IDX) " "
                   WS-LIMITE-ED " "
                   WS-USU-ACTIVO(WS-USU-IDX)
           END-PERFORM.
           DISPLAY "Operadores registrados: " WS-CONT-LISTADOS.

       PEDIR-ID.
           MOVE "S" TO WS-CAPTURA-VALIDA.
           DISPLAY "ID del operador: ".
           ACCEPT WS-USU-ID-TXT.
           IF WS-USU-ID-TXT = SPACES THEN
               DISPLAY "ID requerido, operación cancelada"
               MOVE "N" TO WS-CAPTURA-VALIDA
           END-IF.
           IF CAPTURA-VALIDA AND WS-USU-ID-TXT = WS-SUPERVISOR THEN
               DISPLAY "No puede modificar su propio registro, "
                   "operación cancelada"
               MOVE "N" TO WS-CAPTURA-VALIDA
           END-IF.

       PEDIR-ID-EXISTENTE.
           PERFORM PEDIR-ID.
           IF CAPTURA-VALIDA THEN
               PERFORM BUSCAR-USUARIO
               IF WS-USU-HALLADO = ZERO THEN
                   DISPLAY "El operador '" WS-USU-ID-TXT
                       "' no existe"
                   MOVE "N" TO WS-CAPTURA-VALIDA
               END-IF
           END-IF.

       BUSCAR-USUARIO.
           MOVE ZERO TO WS-USU-HALLADO.
           PERFORM VARYING WS-USU-IDX FROM 1 BY 1
                   UNTIL WS-USU-IDX > WS-USU-TOTAL
                   OR WS-USU-HALLADO > ZERO
               IF WS-USU-ID(WS-USU-IDX) = WS-USU-ID-TXT THEN
                   MOVE WS-USU-IDX TO WS-USU-HALLADO
               END-IF
           END-PERFORM.

      * Cada posición de USU-MODOS debe ser espacio o una de las
      * letras válidas, sin repetir, y al menos una letra.
       VALIDAR-MODOS.
           MOVE ZERO TO WS-MODOS-LETRAS.
           PERFORM VARYING WS-MODO-IDX FROM 1 BY 1
                   UNTIL WS-MODO-IDX > 4 OR NOT CAPTURA-VALIDA
               IF WS-MODOS-TXT(WS-MODO-IDX:1) <> SPACE THEN
                   ADD 1 TO WS-MODOS-LETRAS
                   MOVE ZERO TO WS-MODOS-HALLADOS
                   INSPECT WS-MODOS-VALIDOS TALLYING
                       WS-MODOS-HALLADOS
                       FOR ALL WS-MODOS-TXT(WS-MODO-IDX:1)
                   IF WS-MODOS-HALLADOS = ZERO THEN
                       DISPLAY "Modo '" WS-MODOS-TXT(WS-MODO-IDX:1)
                           "' no válido (use I, B, D, R, S), "
                           "operación cancelada"
                       MOVE "N" TO WS-CAPTURA-VALIDA
                   ELSE
                       MOVE ZERO TO WS-MODOS-HALLADOS
                       INSPECT WS-MODOS-TXT TALLYING
                           WS-MODOS-HALLADOS
                           FOR ALL WS-MODOS-TXT(WS-MODO-IDX:1)
                       IF WS-MODOS-HALLADOS > 1 THEN
                           DISPLAY "Modo '"
                               WS-MODOS-TXT(WS-MODO-IDX:1)
                               "' repetido, operación cancelada"
                           MOVE "N" TO WS-CAPTURA-VALIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF CAPTURA-VALIDA AND WS-MODOS-LETRAS = ZERO THEN
               DISPLAY "Se requiere al menos un modo, "
                   "operación cancelada"
               MOVE "N" TO WS-CAPTURA-VALIDA
           END-IF.
           IF CAPTURA-VALIDA THEN
               MOVE WS-MODOS-TXT TO WS-MODOS-NUEVO
           END-IF.

       VALIDAR-LIMITE.
           IF FUNCTION TEST-NUMVAL(WS-LIMITE-TXT) = 0 THEN
               COMPUTE WS-LIMITE-NUEVO =
                   FUNCTION NUMVAL(WS-LIMITE-TXT)
                   ON SIZE ERROR
                       DISPLAY "Límite excede 99,999.99, "
                           "operación cancelada"
                       MOVE "N" TO WS-CAPTURA-VALIDA
               END-COMPUTE
               IF CAPTURA-VALIDA AND
                  FUNCTION NUMVAL(WS-LIMITE-TXT) < ZERO THEN
                   DISPLAY "El límite no puede ser negativo, "
                       "operación cancelada"
                   MOVE "N" TO WS-CAPTURA-VALIDA
               END-IF
           ELSE
               DISPLAY "Límite inválido: '" WS-LIMITE-TXT
                   "', operación cancelada"
               MOVE "N" TO WS-CAPTURA-VALIDA
           END-IF.

      * Si el operador hallado es hoy un supervisor activo, debe
      * quedar al menos otro supervisor activo en la tabla.
       VERIFICAR-ULTIMO-SUPERVISOR.
           MOVE ZERO TO WS-MODOS-HALLADOS.
           INSPECT WS-USU-MODOS(WS-USU-HALLADO) TALLYING
               WS-MODOS-HALLADOS FOR ALL "S".
           IF WS-MODOS-HALLADOS > ZERO AND
              WS-USU-ACTIVO(WS-USU-HALLADO) = "S" THEN
               MOVE ZERO TO WS-SUP-ACTIVOS
               PERFORM VARYING WS-USU-IDX FROM 1 BY 1
                       UNTIL WS-USU-IDX > WS-USU-TOTAL
                   IF WS-USU-IDX <> WS-USU-HALLADO AND
                      WS-USU-ACTIVO(WS-USU-IDX) = "S" THEN
                       MOVE ZERO TO WS-MODOS-HALLADOS
                       INSPECT WS-USU-MODOS(WS-USU-IDX) TALLYING
                           WS-MODOS-HALLADOS FOR ALL "S"
                       IF WS-MODOS-HALLADOS > ZERO THEN
                           ADD 1 TO WS-SUP-ACTIVOS
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SUP-ACTIVOS = ZERO THEN
                   DISPLAY "'" WS-USU-ID-TXT "' es el último "
                       "supervisor activo, operación cancelada"
                   MOVE "N" TO WS-CAPTURA-VALIDA
               END-IF
           END-IF.

       GUARDAR-IMAGEN-ANTERIOR.
           MOVE SPACES TO HIS-ANTES.
           MOVE WS-USU-NOMBRE(WS-USU-HALLADO) TO HIS-ANT-NOMBRE.
           MOVE WS-USU-MODOS(WS-USU-HALLADO) TO HIS-ANT-MODOS.
           MOVE WS-USU-LIMITE(WS-USU-HALLADO) TO WS-LIMITE-IMAGEN.
           MOVE WS-LIMITE-IMAGEN-X TO HIS-ANT-LIMITE.
           MOVE WS-USU-ACTIVO(WS-USU-HALLADO) TO HIS-ANT-ACTIVO.
           MOVE HIS-ANTES TO WS-HIS-ANTES.

       REGISTRAR-HISTORIA.
           OPEN EXTEND HISTUSU-FILE.
           IF WS-HISTUSU-STATUS = "35" THEN
               OPEN OUTPUT HISTUSU-FILE
           END-IF.
           IF WS-HISTUSU-STATUS <> "00" THEN
               DISPLAY "ERROR abriendo USUARIOS-HIST.DAT, status="
                   WS-HISTUSU-STATUS
           ELSE
               MOVE SPACES TO HISTUSU-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FECHA-HORA(1:14) TO HIS-ESTAMPA
               MOVE WS-SUPERVISOR TO HIS-SUPERVISOR
               MOVE WS-HIS-ACCION TO HIS-ACCION
               MOVE WS-USU-ID(WS-USU-HALLADO) TO HIS-USU-ID
               MOVE WS-HIS-ANTES TO HIS-ANTES
               MOVE WS-USU-NOMBRE(WS-USU-HALLADO) TO HIS-DES-NOMBRE
               MOVE WS-USU-MODOS(WS-USU-HALLADO) TO HIS-DES-MODOS
               MOVE WS-USU-LIMITE(WS-USU-HALLADO) TO WS-LIMITE-IMAGEN
               MOVE WS-LIMITE-IMAGEN-X TO HIS-DES-LIMITE
               MOVE WS-USU-ACTIVO(WS-USU-HALLADO) TO HIS-DES-ACTIVO
               WRITE HISTUSU-RECORD
               IF WS-HISTUSU-STATUS <> "00" THEN
                   DISPLAY "ERROR escribiendo USUARIOS-HIST.DAT, "
                       "status=" WS-HISTUSU-STATUS
               END-IF
               CLOSE HISTUSU-FILE
           END-IF.
