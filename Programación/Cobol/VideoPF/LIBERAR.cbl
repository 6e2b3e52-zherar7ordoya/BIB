       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LIBERAR.

      * Cola de retenidos: los detalles de los modos B y R de
      * CALCULADORA que exceden su umbral de UMBRALES.DAT se calculan
      * y auditan, pero su renglón de interfaz queda en RETENIDOS.DAT
      * en lugar de INTERFAZ-AAAAMMDD.CSV hasta que un supervisor
      * distinto del operador que corrió el lote decide aquí:
      *  - Autorizar: el renglón se agrega a la interfaz del ciclo con
      *    el supervisor como operador, mientras INTTOTAL no haya
      *    emitido los totales del ciclo.
      *  - Rechazar: el detalle pasa a RECHAZOS-AAAAMMDD.DAT con razón
      *    RET, para corregirlo y reprocesarlo por el modo R.
      * Cada decisión se agrega a RETENIDOS.DAT con estampa y
      * supervisor; rige el último evento de cada referencia. No se
      * decide sobre ciclos de un mes cerrado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENIDOS-FILE ASSIGN TO "RETENIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENIDOS-STATUS.
           SELECT USUARIOS-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIOS-STATUS.
           SELECT CICLO-FILE ASSIGN TO "CICLO-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICLO-STATUS.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.
           SELECT INTERFACE-FILE ASSIGN TO DYNAMIC WS-NOMBRE-INTERFAZ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
           SELECT RECHAZOS-FILE ASSIGN TO DYNAMIC WS-NOMBRE-RECHAZOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Bitácora de retenidos: RETENIDO lo graba CALCULADORA con el
      * operador del lote, LIBERADO y RECHAZADO este programa con el
      * supervisor. El renglón de interfaz conserva el formato de
      * INTERFAZ.CSV; el operador ocupa las posiciones 40 a 47. Al
      * final van los nombres de interfaz y rechazos de la corrida que
      * retuvo el detalle (en blanco en registros anteriores).
       FD  RETENIDOS-FILE
           RECORDING MODE IS F.
       01 RETENIDOS-RECORD.
           05 RET-FECHA-CICLO     PIC 9(8).
           05 FILLER              PIC X.
           05 RET-REFERENCIA      PIC X(25).
           05 FILLER              PIC X.
           05 RET-EVENTO          PIC X(9).
           05 FILLER              PIC X.
           05 RET-ESTAMPA         PIC X(14).
           05 FILLER              PIC X.
           05 RET-USUARIO         PIC X(8).
           05 FILLER              PIC X.
           05 RET-UMBRAL          PIC 9(7)V99.
           05 FILLER              PIC X.
           05 RET-TRANS           PIC X(28).
           05 FILLER              PIC X.
           05 RET-TC              PIC X(15).
           05 FILLER              PIC X.
           05 RET-INTERFAZ.
               10 RET-INT-CALCULO PIC X(39).
               10 RET-INT-OPERADOR PIC X(8).
               10 RET-INT-RESTO   PIC X(53).
           05 FILLER              PIC X.
           05 RET-NOMBRE-INTERFAZ PIC X(44).
           05 FILLER              PIC X.
           05 RET-NOMBRE-RECHAZOS PIC X(44).

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

       FD  CICLO-FILE
           RECORDING MODE IS F.
       01 CICLO-RECORD.
           05 CC-FECHA            PIC 9(8).
           05 FILLER              PIC X.
           05 CC-PROGRAMA         PIC X(12).
           05 FILLER              PIC X.
           05 CC-EVENTO           PIC X(6).
           05 FILLER              PIC X.
           05 CC-RESULTADO        PIC X(16).
           05 FILLER              PIC X.
           05 CC-ESTAMPA          PIC X(14).
           05 FILLER              PIC X.
           05 CC-OPERADOR         PIC X(8).

       FD  PERIODOS-FILE
           RECORDING MODE IS F.
       01 PERIODOS-RECORD.
           05 PER-PERIODO         PIC 9(6).
           05 FILLER              PIC X.
           05 PER-EVENTO          PIC X(9).
           05 FILLER              PIC X.
           05 PER-ESTAMPA         PIC X(14).
           05 FILLER              PIC X.
           05 PER-SUPERVISOR      PIC X(8).
           05 FILLER              PIC X.
           05 PER-MOTIVO          PIC X(40).

       FD  INTERFACE-FILE
           RECORDING MODE IS F.
       01 INTERFACE-RECORD        PIC X(100).

       FD  RECHAZOS-FILE
           RECORDING MODE IS F.
       01 RECHAZO-RECORD.
           05 RECH-CODIGO-RAZON   PIC X(3).
           05 FILLER              PIC X.
           05 RECH-NUM-REGISTRO   PIC 9(9).
           05 FILLER              PIC X.
           05 RECH-TRANS          PIC X(28).
           05 FILLER              PIC X.
           05 RECH-SISTEMA        PIC X(8).
           05 FILLER              PIC X.
           05 RECH-MONEDA-RES     PIC XXX.
           05 RECH-TC             PIC X(15).
           05 FILLER              PIC X.
           05 RECH-REFERENCIA     PIC X(25).

       WORKING-STORAGE SECTION.
       01 WS-RETENIDOS-STATUS     PIC XX.
       01 WS-USUARIOS-STATUS      PIC XX.
       01 WS-CICLO-STATUS         PIC XX.
       01 WS-PERIODOS-STATUS      PIC XX.
       01 WS-INTERFACE-STATUS     PIC XX.
       01 WS-RECHAZOS-STATUS      PIC XX.

       01 WS-NOMBRE-INTERFAZ      PIC X(44)  VALUE SPACES.
       01 WS-NOMBRE-RECHAZOS      PIC X(44)  VALUE SPACES.

       01 WS-OPCION               PIC X.
           88 OPCION-LISTAR          VALUE "L".
           88 OPCION-AUTORIZAR       VALUE "A".
           88 OPCION-RECHAZAR        VALUE "R".
           88 OPCION-FIN             VALUE "F".

       01 WS-ERROR-FATAL          PIC X      VALUE "N".
           88 ERROR-FATAL             VALUE "S".
       01 WS-EOF-RETENIDOS        PIC X      VALUE "N".
           88 FIN-RETENIDOS          VALUE "S".
       01 WS-EOF-USUARIOS         PIC X      VALUE "N".
           88 FIN-USUARIOS           VALUE "S".
       01 WS-EOF-CICLO            PIC X      VALUE "N".
           88 FIN-CICLO              VALUE "S".
       01 WS-EOF-PERIODOS         PIC X      VALUE "N".
           88 FIN-PERIODOS           VALUE "S".

      * Supervisor que decide sobre los retenidos.
       01 WS-SUPERVISOR           PIC X(8)   VALUE SPACES.
       01 WS-SUPERVISOR-VALIDO    PIC X      VALUE "N".
           88 SUPERVISOR-VALIDO      VALUE "S".
       01 WS-MODOS-HALLADOS       PIC 9      VALUE ZERO.
       01 WS-INTENTOS-VALIDACION  PIC 9      VALUE ZERO.
       01 WS-MAX-INTENTOS         PIC 9      VALUE 3.

      * Situación de cada referencia según su último evento; el resto
      * de los datos es el del último RETENIDO.
       01 WS-TABLA-RETENIDOS.
           05 WS-RT-ENTRADA OCCURS 500 TIMES.
               10 WS-RT-REFERENCIA PIC X(25).
               10 WS-RT-FECHA     PIC 9(8).
               10 WS-RT-EVENTO    PIC X(9).
               10 WS-RT-USUARIO   PIC X(8).
               10 WS-RT-UMBRAL    PIC 9(7)V99.
               10 WS-RT-TRANS     PIC X(28).
               10 WS-RT-TC        PIC X(15).
               10 WS-RT-INTERFAZ  PIC X(100).
               10 WS-RT-NOMBRE-INT PIC X(44).
               10 WS-RT-NOMBRE-RECH PIC X(44).
       01 WS-RT-TOTAL             PIC 9(3)   VALUE ZERO.
       01 WS-RT-MAXIMO            PIC 9(3)   VALUE 500.
       01 WS-RT-IDX               PIC 9(3).
       01 WS-RT-HALLADO           PIC 9(3)   VALUE ZERO.

       01 WS-REFERENCIA-TXT       PIC X(25).
       01 WS-REF-R REDEFINES WS-REFERENCIA-TXT.
           05 WS-REF-FECHA        PIC X(8).
           05 WS-REF-SISTEMA      PIC X(8).
           05 WS-REF-REGISTRO     PIC 9(9).
       01 WS-EVENTO               PIC X(9).
       01 WS-DECISION-VALIDA      PIC X      VALUE "N".
           88 DECISION-VALIDA        VALUE "S".
       01 WS-CONFIRMA             PIC X.
       01 WS-ESTADO-PERIODO       PIC X(9).
       01 WS-PERIODO              PIC 9(6).
       01 WS-ULTIMO-INTTOTAL      PIC X(16).
       01 WS-FECHA-HORA           PIC X(26).
       01 WS-UMBRAL-ED            PIC Z(6)9.99.
       01 WS-CONT-LISTADOS        PIC 9(4)   VALUE ZERO.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM VALIDAR-SUPERVISOR-CONSOLA.
           IF NOT ERROR-FATAL THEN
               PERFORM CARGAR-RETENIDOS
           END-IF.

           IF NOT ERROR-FATAL THEN
               PERFORM UNTIL OPCION-FIN OR ERROR-FATAL
                   DISPLAY " "
                   DISPLAY "Retenidos por umbral"
                   DISPLAY "L=Listar pendientes, A=Autorizar, "
                       "R=Rechazar, F=Fin:"
                   ACCEPT WS-OPCION

                   EVALUATE TRUE
                       WHEN OPCION-LISTAR
                           PERFORM LISTAR-PENDIENTES
                       WHEN OPCION-AUTORIZAR
                           PERFORM AUTORIZAR-RETENIDO
                       WHEN OPCION-RECHAZAR
                           PERFORM RECHAZAR-RETENIDO
                       WHEN OPCION-FIN
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opción no válida: '" WS-OPCION "'"
                   END-EVALUATE
               END-PERFORM
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

      * Un RETENIDO (también el de un reproceso por modo R de una
      * referencia ya rechazada) reemplaza los datos de la entrada;
      * LIBERADO y RECHAZADO sólo cambian su situación.
       CARGAR-RETENIDOS.
           MOVE ZERO TO WS-RT-TOTAL.
           MOVE "N" TO WS-EOF-RETENIDOS.
           OPEN INPUT RETENIDOS-FILE.
           IF WS-RETENIDOS-STATUS = "00" THEN
               PERFORM LEER-RETENIDO
               PERFORM UNTIL FIN-RETENIDOS OR ERROR-FATAL
                   PERFORM ANOTAR-RETENIDO
                   PERFORM LEER-RETENIDO
               END-PERFORM
               CLOSE RETENIDOS-FILE
           ELSE
               IF WS-RETENIDOS-STATUS = "35" THEN
                   DISPLAY "No existe RETENIDOS.DAT, no hay detalles "
                       "retenidos"
               ELSE
                   DISPLAY "ERROR fatal abriendo RETENIDOS.DAT, "
                       "status=" WS-RETENIDOS-STATUS
                   MOVE "S" TO WS-ERROR-FATAL
               END-IF
           END-IF.

       ANOTAR-RETENIDO.
           MOVE RET-REFERENCIA TO WS-REFERENCIA-TXT.
           PERFORM BUSCAR-RETENIDO.
           IF RET-EVENTO = "RETENIDO" THEN
               IF WS-RT-HALLADO = ZERO THEN
                   IF WS-RT-TOTAL >= WS-RT-MAXIMO THEN
                       DISPLAY "ERROR fatal: RETENIDOS.DAT excede "
                           WS-RT-MAXIMO " referencias"
                       MOVE "S" TO WS-ERROR-FATAL
                   ELSE
                       ADD 1 TO WS-RT-TOTAL
                       MOVE WS-RT-TOTAL TO WS-RT-HALLADO
                   END-IF
               END-IF
               IF WS-RT-HALLADO > ZERO THEN
                   MOVE RET-REFERENCIA TO
                       WS-RT-REFERENCIA(WS-RT-HALLADO)
                   MOVE RET-FECHA-CICLO TO WS-RT-FECHA(WS-RT-HALLADO)
                   MOVE RET-EVENTO TO WS-RT-EVENTO(WS-RT-HALLADO)
                   MOVE RET-USUARIO TO WS-RT-USUARIO(WS-RT-HALLADO)
                   MOVE RET-UMBRAL TO WS-RT-UMBRAL(WS-RT-HALLADO)
                   MOVE RET-TRANS TO WS-RT-TRANS(WS-RT-HALLADO)
                   MOVE RET-TC TO WS-RT-TC(WS-RT-HALLADO)
                   MOVE RET-INTERFAZ TO WS-RT-INTERFAZ(WS-RT-HALLADO)
                   MOVE RET-NOMBRE-INTERFAZ
                       TO WS-RT-NOMBRE-INT(WS-RT-HALLADO)
                   MOVE RET-NOMBRE-RECHAZOS
                       TO WS-RT-NOMBRE-RECH(WS-RT-HALLADO)
               END-IF
           ELSE
               IF WS-RT-HALLADO > ZERO THEN
                   MOVE RET-EVENTO TO WS-RT-EVENTO(WS-RT-HALLADO)
               END-IF
           END-IF.

       LEER-RETENIDO.
           READ RETENIDOS-FILE
               AT END MOVE "S" TO WS-EOF-RETENIDOS
           END-READ.
           IF WS-RETENIDOS-STATUS <> "00" AND
              WS-RETENIDOS-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo RETENIDOS.DAT, status="
                   WS-RETENIDOS-STATUS
               MOVE "S" TO WS-EOF-RETENIDOS
           END-IF.

       BUSCAR-RETENIDO.
           MOVE ZERO TO WS-RT-HALLADO.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-TOTAL
                   OR WS-RT-HALLADO > ZERO
               IF WS-RT-REFERENCIA(WS-RT-IDX) = WS-REFERENCIA-TXT THEN
                   MOVE WS-RT-IDX TO WS-RT-HALLADO
               END-IF
           END-PERFORM.

       LISTAR-PENDIENTES.
           MOVE ZERO TO WS-CONT-LISTADOS.
           DISPLAY "CICLO    REFERENCIA                OPERADOR "
               "     UMBRAL TRANSACCION".
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-TOTAL
               IF WS-RT-EVENTO(WS-RT-IDX) = "RETENIDO" THEN
                   ADD 1 TO WS-CONT-LISTADOS
                   MOVE WS-RT-UMBRAL(WS-RT-IDX) TO WS-UMBRAL-ED
                   DISPLAY WS-RT-FECHA(WS-RT-IDX) " "
                       WS-RT-REFERENCIA(WS-RT-IDX) " "
                       WS-RT-USUARIO(WS-RT-IDX) " "
                       WS-UMBRAL-ED " "
                       WS-RT-TRANS(WS-RT-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "Retenidos pendientes: " WS-CONT-LISTADOS.

      * La autorización agrega el renglón a la interfaz del ciclo;
      * una vez emitidos los totales por INTTOTAL ya no se admite y
      * el detalle sólo puede rechazarse y reprocesarse.
       AUTORIZAR-RETENIDO.
           PERFORM PEDIR-RETENIDO.
           IF DECISION-VALIDA THEN
               PERFORM LEER-ULTIMO-INTTOTAL
               IF WS-ULTIMO-INTTOTAL = "OK" THEN
                   DISPLAY "INTTOTAL ya emitió los totales del ciclo "
                       WS-RT-FECHA(WS-RT-HALLADO)
                       ", el detalle sólo puede rechazarse"
                   MOVE "N" TO WS-DECISION-VALIDA
               END-IF
           END-IF.
           IF DECISION-VALIDA THEN
               DISPLAY "¿Confirma liberar " WS-REFERENCIA-TXT
                   " a la interfaz? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA <> "S" THEN
                   DISPLAY "Autorización cancelada"
               ELSE
                   PERFORM AGREGAR-A-INTERFAZ
                   IF DECISION-VALIDA THEN
                       MOVE "LIBERADO" TO WS-EVENTO
                       PERFORM GRABAR-EVENTO-RETENIDO
                       DISPLAY "Detalle " WS-REFERENCIA-TXT
                           " liberado a " WS-NOMBRE-INTERFAZ
                   END-IF
               END-IF
           END-IF.

       RECHAZAR-RETENIDO.
           PERFORM PEDIR-RETENIDO.
           IF DECISION-VALIDA THEN
               DISPLAY "¿Confirma rechazar " WS-REFERENCIA-TXT
                   "? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA <> "S" THEN
                   DISPLAY "Rechazo cancelado"
               ELSE
                   PERFORM AGREGAR-A-RECHAZOS
                   IF DECISION-VALIDA THEN
                       MOVE "RECHAZADO" TO WS-EVENTO
                       PERFORM GRABAR-EVENTO-RETENIDO
                       DISPLAY "Detalle " WS-REFERENCIA-TXT
                           " rechazado a " WS-NOMBRE-RECHAZOS
                   END-IF
               END-IF
           END-IF.

      * Referencia pendiente, retenida por otro operador y de un
      * ciclo cuyo mes no está cerrado (PERIODOS.DAT ilegible se
      * toma como cerrado).
       PEDIR-RETENIDO.
           MOVE "N" TO WS-DECISION-VALIDA.
           DISPLAY "Referencia del detalle retenido: ".
           ACCEPT WS-REFERENCIA-TXT.
           PERFORM BUSCAR-RETENIDO.
           IF WS-RT-HALLADO = ZERO THEN
               DISPLAY "La referencia '" WS-REFERENCIA-TXT
                   "' no está en RETENIDOS.DAT"
           ELSE
               IF WS-RT-EVENTO(WS-RT-HALLADO) <> "RETENIDO" THEN
                   DISPLAY "La referencia " WS-REFERENCIA-TXT
                       " ya fue decidida: "
                       WS-RT-EVENTO(WS-RT-HALLADO)
               ELSE
                   IF WS-RT-USUARIO(WS-RT-HALLADO) = WS-SUPERVISOR
                       THEN
                       DISPLAY "El detalle lo retuvo su propio lote, "
                           "debe decidirlo otro supervisor"
                   ELSE
                       MOVE WS-RT-FECHA(WS-RT-HALLADO)(1:6)
                           TO WS-PERIODO
                       PERFORM LEER-ESTADO-PERIODO
                       IF WS-ESTADO-PERIODO = "CERRADO" THEN
                           DISPLAY "El periodo " WS-PERIODO
                               " está cerrado, no se puede decidir"
                       ELSE
                           MOVE "S" TO WS-DECISION-VALIDA
                           MOVE WS-RT-UMBRAL(WS-RT-HALLADO)
                               TO WS-UMBRAL-ED
                           DISPLAY "Ciclo " WS-RT-FECHA(WS-RT-HALLADO)
                               " operador "
                               WS-RT-USUARIO(WS-RT-HALLADO)
                               " umbral " WS-UMBRAL-ED
                           DISPLAY "  " WS-RT-INTERFAZ(WS-RT-HALLADO)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LEER-ESTADO-PERIODO.
           MOVE SPACES TO WS-ESTADO-PERIODO.
           MOVE "N" TO WS-EOF-PERIODOS.
           OPEN INPUT PERIODOS-FILE.
           IF WS-PERIODOS-STATUS = "00" THEN
               PERFORM LEER-PERIODO
               PERFORM UNTIL FIN-PERIODOS
                   IF PER-PERIODO = WS-PERIODO THEN
                       MOVE PER-EVENTO TO WS-ESTADO-PERIODO
                   END-IF
                   PERFORM LEER-PERIODO
               END-PERFORM
               CLOSE PERIODOS-FILE
           ELSE
               IF WS-PERIODOS-STATUS <> "35" THEN
                   DISPLAY "ERROR abriendo PERIODOS.DAT, status="
                       WS-PERIODOS-STATUS
                   MOVE "CERRADO" TO WS-ESTADO-PERIODO
               END-IF
           END-IF.

       LEER-PERIODO.
           READ PERIODOS-FILE
               AT END MOVE "S" TO WS-EOF-PERIODOS
           END-READ.
           IF WS-PERIODOS-STATUS <> "00" AND
              WS-PERIODOS-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo PERIODOS.DAT, status="
                   WS-PERIODOS-STATUS
               MOVE "S" TO WS-EOF-PERIODOS
               MOVE "CERRADO" TO WS-ESTADO-PERIODO
           END-IF.

      * Último resultado FIN de INTTOTAL para el ciclo del retenido;
      * si CICLO-CONTROL.DAT no se puede leer no se libera.
       LEER-ULTIMO-INTTOTAL.
           MOVE SPACES TO WS-ULTIMO-INTTOTAL.
           MOVE "N" TO WS-EOF-CICLO.
           OPEN INPUT CICLO-FILE.
           IF WS-CICLO-STATUS = "00" THEN
               PERFORM LEER-CICLO
               PERFORM UNTIL FIN-CICLO
                   IF CC-FECHA = WS-RT-FECHA(WS-RT-HALLADO) AND
                      CC-PROGRAMA = "INTTOTAL" AND
                      CC-EVENTO = "FIN" THEN
                       MOVE CC-RESULTADO TO WS-ULTIMO-INTTOTAL
                   END-IF
                   PERFORM LEER-CICLO
               END-PERFORM
               CLOSE CICLO-FILE
           ELSE
               IF WS-CICLO-STATUS <> "35" THEN
                   DISPLAY "ERROR abriendo CICLO-CONTROL.DAT, status="
                       WS-CICLO-STATUS
                   MOVE "OK" TO WS-ULTIMO-INTTOTAL
               END-IF
           END-IF.

       LEER-CICLO.
           READ CICLO-FILE
               AT END MOVE "S" TO WS-EOF-CICLO
           END-READ.
           IF WS-CICLO-STATUS <> "00" AND
              WS-CICLO-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo CICLO-CONTROL.DAT, status="
                   WS-CICLO-STATUS
               MOVE "S" TO WS-EOF-CICLO
           END-IF.

      * El renglón liberado lleva al supervisor como operador, de modo
      * que la interfaz muestra quién autorizó el movimiento. Va a la
      * interfaz que usó la corrida que lo retuvo; un RETENIDO sin ese
      * nombre es anterior a guardarlo y toma el nombre fechado.
       AGREGAR-A-INTERFAZ.
           IF WS-RT-NOMBRE-INT(WS-RT-HALLADO) <> SPACES THEN
               MOVE WS-RT-NOMBRE-INT(WS-RT-HALLADO)
                   TO WS-NOMBRE-INTERFAZ
           ELSE
               MOVE SPACES TO WS-NOMBRE-INTERFAZ
               STRING "INTERFAZ-" WS-RT-FECHA(WS-RT-HALLADO) ".CSV"
                   DELIMITED BY SIZE INTO WS-NOMBRE-INTERFAZ
               END-STRING
           END-IF.
           OPEN EXTEND INTERFACE-FILE.
           IF WS-INTERFACE-STATUS = "35" THEN
               OPEN OUTPUT INTERFACE-FILE
           END-IF.
           IF WS-INTERFACE-STATUS <> "00" THEN
               DISPLAY "ERROR abriendo " WS-NOMBRE-INTERFAZ
                   ", status=" WS-INTERFACE-STATUS
               MOVE "N" TO WS-DECISION-VALIDA
           ELSE
               MOVE WS-RT-INTERFAZ(WS-RT-HALLADO) TO RET-INTERFAZ
               MOVE WS-SUPERVISOR TO RET-INT-OPERADOR
               MOVE RET-INTERFAZ TO INTERFACE-RECORD
               WRITE INTERFACE-RECORD
               IF WS-INTERFACE-STATUS <> "00" THEN
                   DISPLAY "ERROR escribiendo " WS-NOMBRE-INTERFAZ
                       ", status=" WS-INTERFACE-STATUS
                   MOVE "N" TO WS-DECISION-VALIDA
               END-IF
               CLOSE INTERFACE-FILE
           END-IF.

      * El rechazo conserva el formato de RECHAZOS para que la
      * corrección vuelva por el modo R con su referencia original,
      * en el archivo de rechazos de la corrida que lo retuvo.
       AGREGAR-A-RECHAZOS.
           IF WS-RT-NOMBRE-RECH(WS-RT-HALLADO) <> SPACES THEN
               MOVE WS-RT-NOMBRE-RECH(WS-RT-HALLADO)
                   TO WS-NOMBRE-RECHAZOS
           ELSE
               MOVE SPACES TO WS-NOMBRE-RECHAZOS
               STRING "RECHAZOS-" WS-RT-FECHA(WS-RT-HALLADO) ".DAT"
                   DELIMITED BY SIZE INTO WS-NOMBRE-RECHAZOS
               END-STRING
           END-IF.
           OPEN EXTEND RECHAZOS-FILE.
           IF WS-RECHAZOS-STATUS = "35" THEN
               OPEN OUTPUT RECHAZOS-FILE
           END-IF.
           IF WS-RECHAZOS-STATUS <> "00" THEN
               DISPLAY "ERROR abriendo " WS-NOMBRE-RECHAZOS
                   ", status=" WS-RECHAZOS-STATUS
               MOVE "N" TO WS-DECISION-VALIDA
           ELSE
               MOVE WS-RT-INTERFAZ(WS-RT-HALLADO) TO RET-INTERFAZ
               MOVE SPACES TO RECHAZO-RECORD
               MOVE "RET" TO RECH-CODIGO-RAZON
               MOVE WS-REF-REGISTRO TO RECH-NUM-REGISTRO
               MOVE WS-RT-TRANS(WS-RT-HALLADO) TO RECH-TRANS
               MOVE WS-REF-SISTEMA TO RECH-SISTEMA
               MOVE RET-INT-CALCULO(36:3) TO RECH-MONEDA-RES
               MOVE WS-RT-TC(WS-RT-HALLADO) TO RECH-TC
               MOVE WS-REFERENCIA-TXT TO RECH-REFERENCIA
               WRITE RECHAZO-RECORD
               IF WS-RECHAZOS-STATUS <> "00" THEN
                   DISPLAY "ERROR escribiendo " WS-NOMBRE-RECHAZOS
                       ", status=" WS-RECHAZOS-STATUS
                   MOVE "N" TO WS-DECISION-VALIDA
               END-IF
               CLOSE RECHAZOS-FILE
           END-IF.

       GRABAR-EVENTO-RETENIDO.
           OPEN EXTEND RETENIDOS-FILE.
           IF WS-RETENIDOS-STATUS = "35" THEN
               OPEN OUTPUT RETENIDOS-FILE
           END-IF.
           IF WS-RETENIDOS-STATUS <> "00" THEN
               DISPLAY "ERROR abriendo RETENIDOS.DAT, status="
                   WS-RETENIDOS-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE SPACES TO RETENIDOS-RECORD
               MOVE WS-RT-FECHA(WS-RT-HALLADO) TO RET-FECHA-CICLO
               MOVE WS-REFERENCIA-TXT TO RET-REFERENCIA
               MOVE WS-EVENTO TO RET-EVENTO
               MOVE WS-FECHA-HORA(1:14) TO RET-ESTAMPA
               MOVE WS-SUPERVISOR TO RET-USUARIO
               MOVE WS-RT-UMBRAL(WS-RT-HALLADO) TO RET-UMBRAL
               MOVE WS-RT-TRANS(WS-RT-HALLADO) TO RET-TRANS
               MOVE WS-RT-TC(WS-RT-HALLADO) TO RET-TC
               MOVE WS-RT-INTERFAZ(WS-RT-HALLADO) TO RET-INTERFAZ
               MOVE WS-RT-NOMBRE-INT(WS-RT-HALLADO)
                   TO RET-NOMBRE-INTERFAZ
               MOVE WS-RT-NOMBRE-RECH(WS-RT-HALLADO)
                   TO RET-NOMBRE-RECHAZOS
               IF WS-EVENTO = "LIBERADO" THEN
                   MOVE WS-SUPERVISOR TO RET-INT-OPERADOR
               END-IF
               WRITE RETENIDOS-RECORD
               IF WS-RETENIDOS-STATUS <> "00" THEN
                   DISPLAY "ERROR escribiendo RETENIDOS.DAT, status="
                       WS-RETENIDOS-STATUS
               END-IF
               CLOSE RETENIDOS-FILE
               MOVE WS-EVENTO TO WS-RT-EVENTO(WS-RT-HALLADO)
           END-IF.
