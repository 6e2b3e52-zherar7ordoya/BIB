       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DUPLICADOS.

      * Revisión de detalles duplicados del ciclo: corre después de
      * CTLLOTES y antes de CONCILIA. Compara cada detalle calculado
      * OK en RESULTADOS-AAAAMMDD.DAT (operación, los dos montos, las
      * monedas de los detalles "D" y el sistema origen) contra los
      * detalles OK del mismo sistema en los ciclos hábiles de la
      * ventana DUPVENTANA= (5 por omisión) y contra los otros lotes
      * del mismo sistema en el propio ciclo. Cada coincidencia va a
      * DUPLICADOS-AAAAMMDD.DAT con las dos ocurrencias y sus fechas
      * de ciclo; cada ocurrencia anterior empareja un solo detalle.
      * Un lote cuya tasa de sospechosos supera DUPUMBRAL= (10 % por
      * omisión) genera una alerta crítica e INTTOTAL no envía los
      * totales del ciclo hasta que se reconozca en CONSALERTAS.
      * Los lotes del ciclo se distinguen por el número de lote que
      * CALCULADORA graba en cada renglón (orden de su TRANS= en la
      * corrida); los renglones anteriores a ese campo se separan por
      * cambio de sistema o salto en el número de registro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WS-NOMBRE-RESULT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT INFORME-FILE ASSIGN TO DYNAMIC WS-NOMBRE-INFORME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-FECHA
               FILE STATUS IS WS-CALENDARIO-STATUS.
           SELECT CICLO-FILE ASSIGN TO "CICLO-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICLO-STATUS.
           SELECT USUARIOS-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIOS-STATUS.
           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Renglón de resultados de CALCULADORA modo B: estado en la
      * posición 38, sistema en la 69, referencia en la 97, imagen
      * del detalle original en la 123 y lote de la corrida en la 152.
       FD  RESULT-FILE
           RECORDING MODE IS F.
       01 RESULT-RECORD.
           05 RES-TEXTO           PIC X(37).
           05 RES-ESTADO          PIC X(30).
           05 FILLER              PIC X.
           05 RES-SISTEMA         PIC X(8).
           05 FILLER              PIC X(20).
           05 RES-REFERENCIA.
               10 RES-REF-FECHA   PIC 9(8).
               10 RES-REF-SISTEMA PIC X(8).
               10 RES-REF-NUMERO  PIC 9(9).
           05 FILLER              PIC X.
           05 RES-DETALLE         PIC X(28).
           05 FILLER              PIC X.
           05 RES-LOTE            PIC 9(2).

       FD  INFORME-FILE
           RECORDING MODE IS F.
       01 INFORME-RECORD          PIC X(132).

       FD  PARAM-FILE
           RECORDING MODE IS F.
       01 PARAM-RECORD            PIC X(60).

      * Bitácora de pasos del ciclo nocturno; la revisión exige que
      * CALCULADORA en modo B haya terminado OK el ciclo.
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

      * Alertas operativas de la cadena (C=crítica, A=aviso;
      * P=pendiente, R=reconocida); se reconocen con CONSALERTAS.
       FD  ALERTAS-FILE
           RECORDING MODE IS F.
       01 ALERTAS-RECORD.
           05 ALR-ESTAMPA         PIC X(14).
           05 FILLER              PIC X.
           05 ALR-PROGRAMA        PIC X(12).
           05 FILLER              PIC X.
           05 ALR-FECHA-CICLO     PIC 9(8).
           05 FILLER              PIC X.
           05 ALR-SEVERIDAD       PIC X.
           05 FILLER              PIC X.
           05 ALR-ESTADO          PIC X.
           05 FILLER              PIC X.
           05 ALR-TEXTO           PIC X(60).
           05 FILLER              PIC X.
           05 ALR-RECONOCIO       PIC X(8).

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
       01 WS-RESULT-STATUS        PIC XX.
       01 WS-INFORME-STATUS       PIC XX.
       01 WS-PARAM-STATUS         PIC XX.

       01 WS-NOMBRE-RESULT        PIC X(44) VALUE "RESULTADOS.DAT".
       01 WS-RESULT-NOMBRADO      PIC X      VALUE "N".
           88 RESULT-NOMBRADO        VALUE "S".
       01 WS-NOMBRE-INFORME       PIC X(44) VALUE SPACES.
       01 WS-EOF-PARAM            PIC X      VALUE "N".
           88 FIN-PARAM              VALUE "S".
       01 WS-PARAM-CLAVE          PIC X(12).
       01 WS-PARAM-VALOR          PIC X(44).
       01 WS-FECHA-CICLO-TXT      PIC X(8)   VALUE SPACES.

       01 WS-EOF-RESULT           PIC X      VALUE "N".
           88 FIN-RESULT             VALUE "S".

       01 WS-ERROR-FATAL          PIC X      VALUE "N".
           88 ERROR-FATAL             VALUE "S".
       01 WS-INFORME-ABIERTO      PIC X      VALUE "N".
           88 INFORME-ABIERTO        VALUE "S".

      * Control de orden del ciclo y forzado supervisado.
       01 WS-CICLO-STATUS         PIC XX.
       01 WS-USUARIOS-STATUS      PIC XX.
       01 WS-FECHA-CICLO          PIC 9(8)   VALUE ZERO.
       01 WS-CC-EVENTO            PIC X(6).
       01 WS-CC-RESULTADO         PIC X(16).
       01 WS-EOF-CICLO            PIC X      VALUE "N".
           88 FIN-CICLO              VALUE "S".
       01 WS-CICLO-EN-ORDEN       PIC X      VALUE "N".
           88 CICLO-EN-ORDEN         VALUE "S".
       01 WS-CALCULADORA-OK       PIC X      VALUE "N".
           88 CALCULADORA-OK         VALUE "S".
       01 WS-CICLO-FORZADO        PIC X      VALUE "N".
           88 CICLO-FORZADO          VALUE "S".
       01 WS-FORZAR-ID            PIC X(8)   VALUE SPACES.
       01 WS-EOF-USUARIOS         PIC X      VALUE "N".
           88 FIN-USUARIOS           VALUE "S".
       01 WS-SUPERVISOR-VALIDO    PIC X      VALUE "N".
           88 SUPERVISOR-VALIDO      VALUE "S".
       01 WS-MODOS-HALLADOS       PIC 9      VALUE ZERO.

       01 WS-ALERTAS-STATUS       PIC XX.
       01 WS-ALR-SEVERIDAD        PIC X.
       01 WS-ALR-TEXTO            PIC X(60).

      * Ventana de ciclos hábiles hacia atrás y umbral de la tasa de
      * sospechosos por lote (DUPVENTANA= y DUPUMBRAL=).
       01 WS-VENTANA              PIC 99     VALUE 5.
       01 WS-VENTANA-MAXIMA       PIC 99     VALUE 30.
       01 WS-UMBRAL               PIC 999V99 VALUE 10.
       01 WS-UMBRAL-ED            PIC ZZ9.99.
       01 WS-NUMERO-TXT           PIC X(10).
       01 WS-CICLO-IDX            PIC 99.
       01 WS-FECHA-ANTERIOR       PIC 9(8).
       01 WS-CONT-CICLOS-LEIDOS   PIC 99     VALUE ZERO.

      * Detalles OK del ciclo en revisión, con el lote al que
      * pertenecen, la ocurrencia anterior que los empareja y si ya
      * sirvieron de pareja a otro detalle del ciclo.
       01 WS-DET-MAXIMO           PIC 9(5)   VALUE 5000.
       01 WS-DET-TOTAL            PIC 9(5)   VALUE ZERO.
       01 WS-DET-IDX              PIC 9(5).
       01 WS-DET-IDX2             PIC 9(5).
       01 WS-DET-HALLADO          PIC 9(5)   VALUE ZERO.
       01 WS-TABLA-DETALLES.
           05 WS-DET-ENTRADA OCCURS 5000 TIMES.
               10 WS-DET-SISTEMA     PIC X(8).
               10 WS-DET-DETALLE     PIC X(28).
               10 WS-DET-REFERENCIA  PIC X(25).
               10 WS-DET-LOTE        PIC 9(3).
               10 WS-DET-PREV-CICLO  PIC 9(8).
               10 WS-DET-PREV-REF    PIC X(25).
               10 WS-DET-USADO       PIC X.

      * Lotes del ciclo: sistema, detalles OK y sospechosos.
       01 WS-LOTE-MAXIMO          PIC 9(3)   VALUE 200.
       01 WS-LOTE-TOTAL           PIC 9(3)   VALUE ZERO.
       01 WS-LOTE-IDX             PIC 9(3).
       01 WS-TABLA-LOTES.
           05 WS-LOTE-ENTRADA OCCURS 200 TIMES.
               10 WS-LOTE-SISTEMA    PIC X(8).
               10 WS-LOTE-PRIMERO    PIC 9(5).
               10 WS-LOTE-DETALLES   PIC 9(5).
               10 WS-LOTE-SOSPECHAS  PIC 9(5).
       01 WS-SISTEMA-PREVIO       PIC X(8)   VALUE SPACES.
       01 WS-NUMERO-PREVIO        PIC 9(9)   VALUE ZERO.
       01 WS-LOTE-PREVIO          PIC 9(2)   VALUE ZERO.
       01 WS-SISTEMA-EN-CICLO     PIC X      VALUE "N".
           88 SISTEMA-EN-CICLO       VALUE "S".

       01 WS-CONT-LEIDOS          PIC 9(7)   VALUE ZERO.
       01 WS-CONT-SOSPECHAS       PIC 9(5)   VALUE ZERO.
       01 WS-CONT-LOTES-CRITICOS  PIC 9(3)   VALUE ZERO.
       01 WS-TASA                 PIC 999V99.
       01 WS-TASA-ED              PIC ZZ9.99.

       01 WS-FECHA-HORA           PIC X(26).

      * Días hábiles; sin CALENDARIO.DAT rige lunes a viernes.
       01 WS-CALENDARIO-STATUS    PIC XX.
       01 WS-CALENDARIO-ABIERTO   PIC X      VALUE "N".
           88 CALENDARIO-ABIERTO     VALUE "S".
       01 WS-FECHA-PRUEBA         PIC 9(8).
       01 WS-DIA-SEMANA           PIC 9.
       01 WS-DIA-HABIL            PIC X      VALUE "S".
           88 DIA-HABIL              VALUE "S".

       01 WS-LINEA                PIC X(132).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LEER-PARAMETROS.
           PERFORM ABRIR-CALENDARIO.
           PERFORM DETERMINAR-FECHA-CICLO.
           PERFORM VERIFICAR-CICLO-PREVIO.
           PERFORM VERIFICAR-CICLO-HABIL.
           IF NOT CICLO-EN-ORDEN THEN
               PERFORM INTENTAR-FORZADO
           END-IF.

           IF NOT CICLO-EN-ORDEN THEN
               IF NOT DIA-HABIL THEN
                   DISPLAY "DUPLICADOS no corre en día inhábil sin "
                       "forzado de un supervisor, fin del "
                       "programa"
               ELSE
                   DISPLAY "DUPLICADOS fuera de orden: CALCULADORA "
                       "modo B no ha terminado OK el ciclo "
                       WS-FECHA-CICLO ", fin del programa"
               END-IF
           ELSE
               MOVE "INICIO" TO WS-CC-EVENTO
               IF CICLO-FORZADO THEN
                   MOVE "FORZADO" TO WS-CC-RESULTADO
               ELSE
                   MOVE SPACES TO WS-CC-RESULTADO
               END-IF
               PERFORM REGISTRAR-PASO-CICLO

               PERFORM CARGAR-DETALLES-CICLO
               IF NOT ERROR-FATAL THEN
                   PERFORM ABRIR-INFORME
               END-IF
               IF NOT ERROR-FATAL THEN
                   PERFORM COMPARAR-LOTES-CICLO
                   PERFORM COMPARAR-CICLOS-ANTERIORES
                   PERFORM INFORMAR-SOSPECHAS
                   PERFORM EVALUAR-LOTES
                   PERFORM ESCRIBIR-VEREDICTO
               END-IF
               IF INFORME-ABIERTO THEN
                   CLOSE INFORME-FILE
               END-IF

               MOVE "FIN" TO WS-CC-EVENTO
               EVALUATE TRUE
                   WHEN ERROR-FATAL
                       MOVE "ERROR" TO WS-CC-RESULTADO
                   WHEN WS-CONT-LOTES-CRITICOS > ZERO
                       MOVE "SOSPECHAS" TO WS-CC-RESULTADO
                   WHEN OTHER
                       MOVE "OK" TO WS-CC-RESULTADO
               END-EVALUATE
               PERFORM REGISTRAR-PASO-CICLO
           END-IF.

           PERFORM CERRAR-CALENDARIO.
           STOP RUN.

      * La fecha de ciclo sale de PARAMETROS.DAT o, en su ausencia,
      * del último día hábil, igual que hace CALCULADORA. Sin FECHA=
      * CALCULADORA deja RESULTADOS.DAT sin fecha en el nombre, como
      * lo leen CONCILIA e INTTOTAL.
       DETERMINAR-FECHA-CICLO.
           IF WS-FECHA-CICLO-TXT NUMERIC THEN
               MOVE WS-FECHA-CICLO-TXT TO WS-FECHA-CICLO
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FECHA-HORA(1:8) TO WS-FECHA-PRUEBA
               PERFORM RETROCEDER-A-DIA-HABIL
               MOVE WS-FECHA-PRUEBA TO WS-FECHA-CICLO
           END-IF.
           MOVE SPACES TO WS-NOMBRE-INFORME.
           STRING "DUPLICADOS-" WS-FECHA-CICLO ".DAT"
               DELIMITED BY SIZE INTO WS-NOMBRE-INFORME
           END-STRING.
           IF WS-FECHA-CICLO-TXT NUMERIC AND
              NOT RESULT-NOMBRADO THEN
               MOVE SPACES TO WS-NOMBRE-RESULT
               STRING "RESULTADOS-" WS-FECHA-CICLO-TXT ".DAT"
                   DELIMITED BY SIZE INTO WS-NOMBRE-RESULT
               END-STRING
           END-IF.

      * Un ciclo fechado en día inhábil sólo corre con el forzado de
      * un supervisor, igual que un paso fuera de orden.
       VERIFICAR-CICLO-HABIL.
           MOVE WS-FECHA-CICLO TO WS-FECHA-PRUEBA.
           PERFORM VERIFICAR-DIA-HABIL.
           IF NOT DIA-HABIL THEN
               DISPLAY "El ciclo " WS-FECHA-CICLO " no es día hábil "
                   "según el calendario"
               MOVE "N" TO WS-CICLO-EN-ORDEN
           END-IF.

       VERIFICAR-CICLO-PREVIO.
           MOVE "N" TO WS-CICLO-EN-ORDEN.
           MOVE "N" TO WS-EOF-CICLO.
           OPEN INPUT CICLO-FILE.
           IF WS-CICLO-STATUS = "00" THEN
               PERFORM LEER-CICLO
               PERFORM UNTIL FIN-CICLO
                   IF CC-FECHA = WS-FECHA-CICLO AND
                      CC-PROGRAMA = "CALCULADORA" AND
                      CC-EVENTO = "FIN" AND
                      CC-RESULTADO = "OK" THEN
                       MOVE "S" TO WS-CICLO-EN-ORDEN
                       MOVE "S" TO WS-CALCULADORA-OK
                   END-IF
                   PERFORM LEER-CICLO
               END-PERFORM
               CLOSE CICLO-FILE
           ELSE
               IF WS-CICLO-STATUS <> "35" THEN
                   DISPLAY "ERROR abriendo CICLO-CONTROL.DAT, "
                       "status=" WS-CICLO-STATUS
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

      * Forzado supervisado de emergencia: FORZAR=<id> en
      * PARAMETROS.DAT con un usuario de clase supervisor ("S" en
      * sus modos de USUARIOS.DAT).
       INTENTAR-FORZADO.
           IF WS-FORZAR-ID <> SPACES THEN
               PERFORM VALIDAR-SUPERVISOR
               IF SUPERVISOR-VALIDO THEN
                   DISPLAY "Ciclo " WS-FECHA-CICLO " forzado por "
                       "el supervisor " WS-FORZAR-ID
                   MOVE "S" TO WS-CICLO-EN-ORDEN
                   MOVE "S" TO WS-CICLO-FORZADO
               ELSE
                   DISPLAY "FORZAR=" WS-FORZAR-ID " no es un "
                       "supervisor registrado, no se fuerza"
               END-IF
           END-IF.

       VALIDAR-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-VALIDO.
           MOVE "N" TO WS-EOF-USUARIOS.
           OPEN INPUT USUARIOS-FILE.
           IF WS-USUARIOS-STATUS <> "00" THEN
               DISPLAY "ERROR abriendo USUARIOS.DAT, status="
                   WS-USUARIOS-STATUS
           ELSE
               PERFORM LEER-USUARIO
               PERFORM UNTIL FIN-USUARIOS OR SUPERVISOR-VALIDO
                   IF USU-ID = WS-FORZAR-ID AND
                      USU-ID <> SPACES AND
                      USU-ACTIVO <> "N" THEN
                       MOVE ZERO TO WS-MODOS-HALLADOS
                       INSPECT USU-MODOS TALLYING
                           WS-MODOS-HALLADOS FOR ALL "S"
                       IF WS-MODOS-HALLADOS > ZERO THEN
                           MOVE "S" TO WS-SUPERVISOR-VALIDO
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


       REGISTRAR-PASO-CICLO.
           OPEN EXTEND CICLO-FILE.
           IF WS-CICLO-STATUS = "35" THEN
               OPEN OUTPUT CICLO-FILE
           END-IF.
           IF WS-CICLO-STATUS <> "00" THEN
               DISPLAY "ERROR abriendo CICLO-CONTROL.DAT, status="
                   WS-CICLO-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE SPACES TO CICLO-RECORD
               MOVE WS-FECHA-CICLO TO CC-FECHA
               MOVE "DUPLICADOS" TO CC-PROGRAMA
               MOVE WS-CC-EVENTO TO CC-EVENTO
               MOVE WS-CC-RESULTADO TO CC-RESULTADO
               MOVE WS-FECHA-HORA(1:14) TO CC-ESTAMPA
               MOVE WS-FORZAR-ID TO CC-OPERADOR
               WRITE CICLO-RECORD
               IF WS-CICLO-STATUS <> "00" THEN
                   DISPLAY "ERROR escribiendo CICLO-CONTROL.DAT, "
                       "status=" WS-CICLO-STATUS
               END-IF
               CLOSE CICLO-FILE
           END-IF.

      * Toma FECHA, RESULT=, FORZAR, DUPVENTANA y DUPUMBRAL de
      * PARAMETROS.DAT; el resto de las claves es de otros pasos.
       LEER-PARAMETROS.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS = "00" THEN
               PERFORM LEER-PARAMETRO
               PERFORM UNTIL FIN-PARAM
                   PERFORM APLICAR-PARAMETRO
                   PERFORM LEER-PARAMETRO
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF.

       LEER-PARAMETRO.
           READ PARAM-FILE
               AT END MOVE "S" TO WS-EOF-PARAM
           END-READ.
           IF WS-PARAM-STATUS <> "00" AND
              WS-PARAM-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo PARAMETROS.DAT, status="
                   WS-PARAM-STATUS
               MOVE "S" TO WS-EOF-PARAM
           END-IF.

       APLICAR-PARAMETRO.
           MOVE SPACES TO WS-PARAM-CLAVE.
           MOVE SPACES TO WS-PARAM-VALOR.
           UNSTRING PARAM-RECORD DELIMITED BY "="
               INTO WS-PARAM-CLAVE WS-PARAM-VALOR
           END-UNSTRING.
           EVALUATE WS-PARAM-CLAVE
               WHEN "FECHA"
                   MOVE WS-PARAM-VALOR(1:8) TO WS-FECHA-CICLO-TXT
               WHEN "RESULT"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-RESULT
                   MOVE "S" TO WS-RESULT-NOMBRADO
               WHEN "FORZAR"
                   MOVE WS-PARAM-VALOR(1:8) TO WS-FORZAR-ID
               WHEN "DUPVENTANA"
                   MOVE WS-PARAM-VALOR(1:10) TO WS-NUMERO-TXT
                   IF FUNCTION TEST-NUMVAL(WS-NUMERO-TXT) = 0 AND
                      FUNCTION NUMVAL(WS-NUMERO-TXT) >= 1 AND
                      FUNCTION NUMVAL(WS-NUMERO-TXT) <=
                          WS-VENTANA-MAXIMA THEN
                       COMPUTE WS-VENTANA =
                           FUNCTION NUMVAL(WS-NUMERO-TXT)
                   ELSE
                       DISPLAY "DUPVENTANA inválida: '"
                           WS-PARAM-VALOR "', se usan "
                           WS-VENTANA " ciclos"
                   END-IF
               WHEN "DUPUMBRAL"
                   MOVE WS-PARAM-VALOR(1:10) TO WS-NUMERO-TXT
                   IF FUNCTION TEST-NUMVAL(WS-NUMERO-TXT) = 0 AND
                      FUNCTION NUMVAL(WS-NUMERO-TXT) >= 0 AND
                      FUNCTION NUMVAL(WS-NUMERO-TXT) <= 100 THEN
                       COMPUTE WS-UMBRAL =
                           FUNCTION NUMVAL(WS-NUMERO-TXT)
                   ELSE
                       MOVE WS-UMBRAL TO WS-UMBRAL-ED
                       DISPLAY "DUPUMBRAL inválido: '"
                           WS-PARAM-VALOR "', se usa "
                           WS-UMBRAL-ED " %"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Carga los detalles OK del ciclo. Un lote nuevo empieza cuando
      * cambia el sistema o el lote de la corrida; sin lote grabado,
      * cuando el número de registro salta.
       CARGAR-DETALLES-CICLO.
           MOVE ZERO TO WS-DET-TOTAL.
           MOVE ZERO TO WS-LOTE-TOTAL.
           MOVE SPACES TO WS-SISTEMA-PREVIO.
           MOVE ZERO TO WS-NUMERO-PREVIO.
           MOVE ZERO TO WS-LOTE-PREVIO.
           MOVE "N" TO WS-EOF-RESULT.
           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-STATUS = "35" THEN
               IF CALCULADORA-OK THEN
                   DISPLAY "ERROR fatal: no existe " WS-NOMBRE-RESULT
                       " y CALCULADORA terminó OK el ciclo"
                   MOVE "S" TO WS-ERROR-FATAL
               ELSE
                   DISPLAY "No existe " WS-NOMBRE-RESULT
                       ", el ciclo no tiene detalles que revisar"
               END-IF
           ELSE
               IF WS-RESULT-STATUS <> "00" THEN
                   DISPLAY "ERROR fatal abriendo " WS-NOMBRE-RESULT
                       ", status=" WS-RESULT-STATUS
                   MOVE "S" TO WS-ERROR-FATAL
               ELSE
                   DISPLAY "Revisando " WS-NOMBRE-RESULT
                   PERFORM LEER-RESULTADO
                   PERFORM UNTIL FIN-RESULT OR ERROR-FATAL
                       PERFORM CARGAR-UN-DETALLE
                       PERFORM LEER-RESULTADO
                   END-PERFORM
                   CLOSE RESULT-FILE
               END-IF
           END-IF.

       CARGAR-UN-DETALLE.
           ADD 1 TO WS-CONT-LEIDOS.
           EVALUATE TRUE
               WHEN RES-LOTE NUMERIC
                   IF RES-SISTEMA <> WS-SISTEMA-PREVIO OR
                      RES-LOTE <> WS-LOTE-PREVIO OR
                      WS-LOTE-TOTAL = ZERO THEN
                       PERFORM ABRIR-LOTE
                   END-IF
                   MOVE RES-LOTE TO WS-LOTE-PREVIO
                   MOVE ZERO TO WS-NUMERO-PREVIO
               WHEN RES-REF-NUMERO NUMERIC
                   IF RES-SISTEMA <> WS-SISTEMA-PREVIO OR
                      RES-REF-NUMERO <> WS-NUMERO-PREVIO + 1 OR
                      WS-LOTE-TOTAL = ZERO THEN
                       PERFORM ABRIR-LOTE
                   END-IF
                   MOVE RES-REF-NUMERO TO WS-NUMERO-PREVIO
               WHEN OTHER
                   IF RES-SISTEMA <> WS-SISTEMA-PREVIO OR
                      WS-LOTE-TOTAL = ZERO THEN
                       PERFORM ABRIR-LOTE
                   END-IF
                   MOVE ZERO TO WS-NUMERO-PREVIO
           END-EVALUATE.
           MOVE RES-SISTEMA TO WS-SISTEMA-PREVIO.

           IF NOT ERROR-FATAL AND
              RES-ESTADO(1:2) = "OK" AND
              RES-DETALLE <> SPACES THEN
               IF WS-DET-TOTAL >= WS-DET-MAXIMO THEN
                   DISPLAY "ERROR fatal: el ciclo excede "
                       WS-DET-MAXIMO " detalles revisables"
                   MOVE "S" TO WS-ERROR-FATAL
               ELSE
                   ADD 1 TO WS-DET-TOTAL
                   MOVE RES-SISTEMA TO WS-DET-SISTEMA(WS-DET-TOTAL)
                   MOVE RES-DETALLE TO WS-DET-DETALLE(WS-DET-TOTAL)
                   MOVE RES-REFERENCIA TO
                       WS-DET-REFERENCIA(WS-DET-TOTAL)
                   MOVE WS-LOTE-TOTAL TO WS-DET-LOTE(WS-DET-TOTAL)
                   MOVE ZERO TO WS-DET-PREV-CICLO(WS-DET-TOTAL)
                   MOVE SPACES TO WS-DET-PREV-REF(WS-DET-TOTAL)
                   MOVE "N" TO WS-DET-USADO(WS-DET-TOTAL)
                   ADD 1 TO WS-LOTE-DETALLES(WS-LOTE-TOTAL)
               END-IF
           END-IF.

       ABRIR-LOTE.
           IF WS-LOTE-TOTAL >= WS-LOTE-MAXIMO THEN
               DISPLAY "ERROR fatal: el ciclo excede "
                   WS-LOTE-MAXIMO " lotes"
               MOVE "S" TO WS-ERROR-FATAL
           ELSE
               ADD 1 TO WS-LOTE-TOTAL
               MOVE RES-SISTEMA TO WS-LOTE-SISTEMA(WS-LOTE-TOTAL)
               COMPUTE WS-LOTE-PRIMERO(WS-LOTE-TOTAL) =
                   WS-DET-TOTAL + 1
               MOVE ZERO TO WS-LOTE-DETALLES(WS-LOTE-TOTAL)
               MOVE ZERO TO WS-LOTE-SOSPECHAS(WS-LOTE-TOTAL)
           END-IF.

       LEER-RESULTADO.
           READ RESULT-FILE
               AT END MOVE "S" TO WS-EOF-RESULT
           END-READ.
           IF WS-RESULT-STATUS <> "00" AND
              WS-RESULT-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo " WS-NOMBRE-RESULT
                   ", status=" WS-RESULT-STATUS
               MOVE "S" TO WS-EOF-RESULT
           END-IF.

       ABRIR-INFORME.
           OPEN OUTPUT INFORME-FILE.
           IF WS-INFORME-STATUS <> "00" THEN
               DISPLAY "ERROR fatal abriendo " WS-NOMBRE-INFORME
                   ", status=" WS-INFORME-STATUS
               MOVE "S" TO WS-ERROR-FATAL
           ELSE
               MOVE "S" TO WS-INFORME-ABIERTO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-UMBRAL TO WS-UMBRAL-ED
               MOVE SPACES TO WS-LINEA
               STRING "DETALLES DUPLICADOS SOSPECHOSOS DEL CICLO "
                      WS-FECHA-CICLO " - " WS-FECHA-HORA(1:14)
                      " - ventana " WS-VENTANA " ciclos, umbral "
                      WS-UMBRAL-ED " %"
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.

      * Dentro del ciclo, un detalle repetido en otro lote anterior
      * del mismo sistema; cada ocurrencia empareja un solo detalle.
       COMPARAR-LOTES-CICLO.
           PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                   UNTIL WS-DET-IDX > WS-DET-TOTAL
               MOVE ZERO TO WS-DET-HALLADO
               PERFORM VARYING WS-DET-IDX2 FROM 1 BY 1
                       UNTIL WS-DET-IDX2 >=
                           WS-LOTE-PRIMERO(WS-DET-LOTE(WS-DET-IDX))
                       OR WS-DET-HALLADO > ZERO
                   IF WS-DET-SISTEMA(WS-DET-IDX2) =
                          WS-DET-SISTEMA(WS-DET-IDX) AND
                      WS-DET-DETALLE(WS-DET-IDX2) =
                          WS-DET-DETALLE(WS-DET-IDX) AND
                      WS-DET-USADO(WS-DET-IDX2) <> "S" THEN
                       MOVE WS-DET-IDX2 TO WS-DET-HALLADO
                   END-IF
               END-PERFORM
               IF WS-DET-HALLADO > ZERO THEN
                   MOVE "S" TO WS-DET-USADO(WS-DET-HALLADO)
                   MOVE WS-FECHA-CICLO TO
                       WS-DET-PREV-CICLO(WS-DET-IDX)
                   MOVE WS-DET-REFERENCIA(WS-DET-HALLADO) TO
                       WS-DET-PREV-REF(WS-DET-IDX)
               END-IF
           END-PERFORM.

      * Recorre hacia atrás los ciclos hábiles de la ventana; cada
      * detalle OK anterior empareja el primer detalle del ciclo con
      * la misma clave que aún no tenga pareja, así el ciclo más
      * reciente tiene preferencia.
       COMPARAR-CICLOS-ANTERIORES.
           MOVE WS-FECHA-CICLO TO WS-FECHA-ANTERIOR.
           PERFORM VARYING WS-CICLO-IDX FROM 1 BY 1
                   UNTIL WS-CICLO-IDX > WS-VENTANA
               COMPUTE WS-FECHA-PRUEBA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-ANTERIOR) - 1)
               PERFORM RETROCEDER-A-DIA-HABIL
               MOVE WS-FECHA-PRUEBA TO WS-FECHA-ANTERIOR
               PERFORM COMPARAR-UN-CICLO
           END-PERFORM.

       COMPARAR-UN-CICLO.
           MOVE SPACES TO WS-NOMBRE-RESULT.
           STRING "RESULTADOS-" WS-FECHA-ANTERIOR ".DAT"
               DELIMITED BY SIZE INTO WS-NOMBRE-RESULT
           END-STRING.
           MOVE "N" TO WS-EOF-RESULT.
           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-STATUS = "00" THEN
               ADD 1 TO WS-CONT-CICLOS-LEIDOS
               PERFORM LEER-RESULTADO
               PERFORM UNTIL FIN-RESULT
                   IF RES-ESTADO(1:2) = "OK" AND
                      RES-DETALLE <> SPACES THEN
                       PERFORM EMPAREJAR-ANTERIOR
                   END-IF
                   PERFORM LEER-RESULTADO
               END-PERFORM
               CLOSE RESULT-FILE
           ELSE
               IF WS-RESULT-STATUS <> "35" THEN
                   DISPLAY "AVISO: no se pudo leer " WS-NOMBRE-RESULT
                       ", status=" WS-RESULT-STATUS
               END-IF
           END-IF.

       EMPAREJAR-ANTERIOR.
           MOVE ZERO TO WS-DET-HALLADO.
           PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                   UNTIL WS-DET-IDX > WS-DET-TOTAL
                   OR WS-DET-HALLADO > ZERO
               IF WS-DET-SISTEMA(WS-DET-IDX) = RES-SISTEMA AND
                  WS-DET-DETALLE(WS-DET-IDX) = RES-DETALLE AND
                  WS-DET-PREV-REF(WS-DET-IDX) = SPACES THEN
                   MOVE WS-DET-IDX TO WS-DET-HALLADO
               END-IF
           END-PERFORM.
           IF WS-DET-HALLADO > ZERO THEN
               MOVE WS-FECHA-ANTERIOR TO
                   WS-DET-PREV-CICLO(WS-DET-HALLADO)
               MOVE RES-REFERENCIA TO WS-DET-PREV-REF(WS-DET-HALLADO)
           END-IF.

      * Un renglón por detalle sospechoso con las dos ocurrencias.
       INFORMAR-SOSPECHAS.
           PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                   UNTIL WS-DET-IDX > WS-DET-TOTAL
               IF WS-DET-PREV-REF(WS-DET-IDX) <> SPACES THEN
                   ADD 1 TO WS-CONT-SOSPECHAS
                   ADD 1 TO WS-LOTE-SOSPECHAS(WS-DET-LOTE(WS-DET-IDX))
                   MOVE SPACES TO WS-LINEA
                   STRING "SOSPECHA " WS-DET-SISTEMA(WS-DET-IDX)
                          " " WS-DET-DETALLE(WS-DET-IDX)
                          " ACTUAL " WS-FECHA-CICLO
                          " " WS-DET-REFERENCIA(WS-DET-IDX)
                          " ANTERIOR " WS-DET-PREV-CICLO(WS-DET-IDX)
                          " " WS-DET-PREV-REF(WS-DET-IDX)
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
                   PERFORM ESCRIBIR-LINEA
               END-IF
           END-PERFORM.

      * Tasa de sospechosos por lote: sobre el umbral es crítica y
      * detiene a INTTOTAL; por debajo queda como aviso.
       EVALUAR-LOTES.
           PERFORM VARYING WS-LOTE-IDX FROM 1 BY 1
                   UNTIL WS-LOTE-IDX > WS-LOTE-TOTAL
               IF WS-LOTE-SOSPECHAS(WS-LOTE-IDX) > ZERO THEN
                   COMPUTE WS-TASA ROUNDED =
                       WS-LOTE-SOSPECHAS(WS-LOTE-IDX) * 100 /
                       WS-LOTE-DETALLES(WS-LOTE-IDX)
                   MOVE WS-TASA TO WS-TASA-ED
                   IF WS-TASA > WS-UMBRAL THEN
                       ADD 1 TO WS-CONT-LOTES-CRITICOS
                       MOVE "C" TO WS-ALR-SEVERIDAD
                   ELSE
                       MOVE "A" TO WS-ALR-SEVERIDAD
                   END-IF
                   MOVE SPACES TO WS-ALR-TEXTO
                   STRING "Lote " WS-LOTE-IDX " "
                          WS-LOTE-SISTEMA(WS-LOTE-IDX)
                          " duplicados "
                          WS-LOTE-SOSPECHAS(WS-LOTE-IDX) " de "
                          WS-LOTE-DETALLES(WS-LOTE-IDX)
                          " (" WS-TASA-ED " %)"
                       DELIMITED BY SIZE INTO WS-ALR-TEXTO
                   END-STRING
                   MOVE SPACES TO WS-LINEA
                   IF WS-ALR-SEVERIDAD = "C" THEN
                       STRING "SOBRE UMBRAL " WS-ALR-TEXTO
                           DELIMITED BY SIZE INTO WS-LINEA
                       END-STRING
                   ELSE
                       STRING "BAJO UMBRAL  " WS-ALR-TEXTO
                           DELIMITED BY SIZE INTO WS-LINEA
                       END-STRING
                   END-IF
                   PERFORM ESCRIBIR-LINEA
                   DISPLAY WS-LINEA
                   PERFORM GRABAR-ALERTA
               END-IF
           END-PERFORM.

       ESCRIBIR-VEREDICTO.
           MOVE SPACES TO WS-LINEA.
           STRING "Detalles OK revisados: " WS-DET-TOTAL
                  " Lotes: " WS-LOTE-TOTAL
                  " Ciclos anteriores leídos: " WS-CONT-CICLOS-LEIDOS
                  " Sospechosos: " WS-CONT-SOSPECHAS
                  " Lotes sobre umbral: " WS-CONT-LOTES-CRITICOS
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           DISPLAY WS-LINEA.

       ESCRIBIR-LINEA.
           MOVE WS-LINEA TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           IF WS-INFORME-STATUS <> "00" THEN
               DISPLAY "ERROR escribiendo " WS-NOMBRE-INFORME
                   ", status=" WS-INFORME-STATUS
           END-IF.

      * Graba una alerta operativa pendiente de reconocimiento; un
      * error al grabar no detiene el proceso, sólo se avisa.
       GRABAR-ALERTA.
           OPEN EXTEND ALERTAS-FILE.
           IF WS-ALERTAS-STATUS = "35" THEN
               OPEN OUTPUT ALERTAS-FILE
           END-IF.
           IF WS-ALERTAS-STATUS <> "00" THEN
               DISPLAY "ERROR abriendo ALERTAS.DAT, status="
                   WS-ALERTAS-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE SPACES TO ALERTAS-RECORD
               MOVE WS-FECHA-HORA(1:14) TO ALR-ESTAMPA
               MOVE "DUPLICADOS" TO ALR-PROGRAMA
               MOVE WS-FECHA-CICLO TO ALR-FECHA-CICLO
               MOVE WS-ALR-SEVERIDAD TO ALR-SEVERIDAD
               MOVE "P" TO ALR-ESTADO
               MOVE WS-ALR-TEXTO TO ALR-TEXTO
               WRITE ALERTAS-RECORD
               IF WS-ALERTAS-STATUS <> "00" THEN
                   DISPLAY "ERROR escribiendo ALERTAS.DAT, status="
                       WS-ALERTAS-STATUS
               END-IF
               CLOSE ALERTAS-FILE
           END-IF.

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

      * Último día hábil igual o anterior a WS-FECHA-PRUEBA.
       RETROCEDER-A-DIA-HABIL.
           PERFORM VERIFICAR-DIA-HABIL.
           PERFORM UNTIL DIA-HABIL
               COMPUTE WS-FECHA-PRUEBA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PRUEBA) - 1)
               PERFORM VERIFICAR-DIA-HABIL
           END-PERFORM.
