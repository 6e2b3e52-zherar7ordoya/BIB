       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACUSES.

      * Recepción de acuses del sistema contable receptor por el
      * archivo de totales que emite INTTOTAL. Por cada ciclo con
      * INTTOTAL terminado OK en los últimos 90 días y sin entrega
      * resuelta lee ACUSE-AAAAMMDD.DAT (registro "A" con estado
      * A=aceptado / R=rechazado, cuenta y suma de control cargadas
      * por el receptor, y un registro "E" por cada renglón con
      * error) y lo coteja contra el H/T del TOTALES-AAAAMMDD.DAT
      * enviado. El estado de la entrega queda en CICLO-CONTROL.DAT
      * como evento ACUSE del programa ACUSES con la fecha del ciclo
      * enviado: ACEPTADO, ACEPTADO C/ERROR, RECHAZADO, DIFERENCIA,
      * SIN ACUSE o REENVIADO. Rechazo, diferencia y falta de acuse
      * pasados ACUSEPLAZO= ciclos hábiles (2 por omisión) generan
      * una alerta crítica; los errores por renglón de un acuse
      * aceptado, un aviso.
      * Con REENVIAR=AAAAMMDD en PARAMETROS.DAT reconstruye el
      * archivo de totales de un ciclo rechazado, con diferencia o
      * sin acuse a partir de sus renglones en INTERFAZ-HIST.CSV,
      * vacía el acuse anterior y lo deja listo para la transmisión.
      * El detalle de cada corrida queda en ACUSES-AAAAMMDD.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUSE-FILE ASSIGN TO DYNAMIC WS-NOMBRE-ACUSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACUSE-STATUS.
           SELECT TOTALES-FILE ASSIGN TO DYNAMIC WS-NOMBRE-TOTALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALES-STATUS.
           SELECT INTHIST-FILE ASSIGN TO "INTERFAZ-HIST.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTHIST-STATUS.
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
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.
           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Acuse del receptor: control "A" con fecha del ciclo cargado,
      * estado, cuenta de detalles y suma de control, como la cola
      * "T" de los totales; un "E" por renglón del archivo de totales
      * que el receptor no pudo cargar (número de renglón contando el
      * encabezado como 1, código y texto de su error).
       FD  ACUSE-FILE
           RECORDING MODE IS F.
       01 ACU-CONTROL-REC.
           05 ACUC-TIPO           PIC X.
           05 ACUC-FECHA          PIC 9(8).
           05 ACUC-ESTADO         PIC X.
           05 ACUC-CUENTA         PIC 9(9).
           05 ACUC-HASH           PIC S9(11)V9(3)
               SIGN LEADING SEPARATE.
       01 ACU-ERROR-REC.
           05 ACUE-TIPO           PIC X.
           05 ACUE-LINEA          PIC 9(9).
           05 ACUE-CODIGO         PIC X(4).
           05 ACUE-TEXTO          PIC X(40).
       01 ACU-RECORD              PIC X(60).

      * Archivo de totales de INTTOTAL: encabezado "H", un detalle
      * "D" por operación y moneda, y cola "T" de control.
       FD  TOTALES-FILE
           RECORDING MODE IS F.
       01 TOT-HEADER-REC.
           05 TOTH-TIPO           PIC X.
           05 TOTH-FECHA          PIC 9(8).
           05 TOTH-SISTEMA        PIC X(8).
       01 TOT-DETALLE-REC.
           05 TOTD-TIPO           PIC X.
           05 TOTD-OPERACION      PIC X.
           05 FILLER              PIC X.
           05 TOTD-MONEDA         PIC XXX.
           05 FILLER              PIC X.
           05 TOTD-CUENTA         PIC 9(9).
           05 FILLER              PIC X.
           05 TOTD-SUMA           PIC S9(11)V9(3)
               SIGN LEADING SEPARATE.
       01 TOT-TRAILER-REC.
           05 TOTT-TIPO           PIC X.
           05 TOTT-CUENTA         PIC 9(9).
           05 TOTT-HASH           PIC S9(11)V9(3)
               SIGN LEADING SEPARATE.
       01 TOT-RECORD              PIC X(32).

      * Histórico de la interfaz (ARCHAUDIT): renglón hasta la
      * posición 82 y fecha de ciclo a partir de la 84.
       FD  INTHIST-FILE
           RECORDING MODE IS F.
       01 INTHIST-RECORD          PIC X(100).

       FD  INFORME-FILE
           RECORDING MODE IS F.
       01 INFORME-RECORD          PIC X(132).

       FD  PARAM-FILE
           RECORDING MODE IS F.
       01 PARAM-RECORD            PIC X(60).

      * Bitácora de pasos del ciclo nocturno compartida por la
      * cadena de programas.
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

      * Estado de los periodos contables (CIERREMES): rige el último
      * evento CERRADO/REABIERTO registrado para cada mes.
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

       WORKING-STORAGE SECTION.
       01 WS-ACUSE-STATUS         PIC XX.
       01 WS-TOTALES-STATUS       PIC XX.
       01 WS-INTHIST-STATUS       PIC XX.
       01 WS-INFORME-STATUS       PIC XX.
       01 WS-PARAM-STATUS         PIC XX.
       01 WS-CICLO-STATUS         PIC XX.
       01 WS-ALERTAS-STATUS       PIC XX.

       01 WS-NOMBRE-ACUSE         PIC X(44)  VALUE SPACES.
       01 WS-NOMBRE-TOTALES       PIC X(44)  VALUE SPACES.
       01 WS-NOMBRE-INFORME       PIC X(44)  VALUE SPACES.

       01 WS-EOF-PARAM            PIC X      VALUE "N".
           88 FIN-PARAM              VALUE "S".
       01 WS-PARAM-CLAVE          PIC X(12).
       01 WS-PARAM-VALOR          PIC X(44).
       01 WS-FECHA-CICLO-TXT      PIC X(8)   VALUE SPACES.
       01 WS-FECHA-CICLO          PIC 9(8)   VALUE ZERO.
       01 WS-REENVIAR-TXT         PIC X(8)   VALUE SPACES.
       01 WS-NUMERO-TXT           PIC X(10).

       01 WS-ERROR-FATAL          PIC X      VALUE "N".
           88 ERROR-FATAL             VALUE "S".
       01 WS-INFORME-ABIERTO      PIC X      VALUE "N".
           88 INFORME-ABIERTO        VALUE "S".

      * Plazo de acuse en ciclos hábiles (ACUSEPLAZO=) y antigüedad
      * máxima, en días, de los ciclos que se revisan.
       01 WS-PLAZO                PIC 99     VALUE 2.
       01 WS-PLAZO-MAXIMO         PIC 99     VALUE 30.
       01 WS-DIAS-REVISION        PIC 999    VALUE 90.
       01 WS-FECHA-DESDE          PIC 9(8).

      * Ciclos con totales enviados: último FIN de INTTOTAL y último
      * estado de entrega registrado por ACUSES; la fecha base es la
      * del ciclo o la del último reenvío, desde la que corre el
      * plazo del acuse.
       01 WS-CIC-MAXIMO           PIC 9(3)   VALUE 200.
       01 WS-CIC-TOTAL            PIC 9(3)   VALUE ZERO.
       01 WS-CIC-IDX              PIC 9(3).
       01 WS-CIC-HALLADO          PIC 9(3)   VALUE ZERO.
       01 WS-TABLA-CICLOS.
           05 WS-CIC-ENTRADA OCCURS 200 TIMES.
               10 WS-CIC-FECHA       PIC 9(8).
               10 WS-CIC-ENVIADO     PIC X.
               10 WS-CIC-ESTADO      PIC X(16).
               10 WS-CIC-BASE        PIC 9(8).
       01 WS-TABLA-LLENA          PIC X      VALUE "N".
           88 TABLA-LLENA            VALUE "S".
       01 WS-EOF-CICLO            PIC X      VALUE "N".
           88 FIN-CICLO              VALUE "S".

      * Ciclo en revisión o en reenvío.
       01 WS-FECHA-REVISION       PIC 9(8).
       01 WS-FECHA-REVISION-TXT   PIC X(8).
       01 WS-ESTADO-NUEVO         PIC X(16).
       01 WS-MOTIVO               PIC X(40).
       01 WS-CONT-HABILES         PIC 99.

      * Acuse leído: control y errores por renglón.
       01 WS-EOF-ACUSE            PIC X      VALUE "N".
           88 FIN-ACUSE              VALUE "S".
       01 WS-ACUSE-PRESENTE       PIC X      VALUE "N".
           88 ACUSE-PRESENTE         VALUE "S".
       01 WS-ACUSE-ILEGIBLE       PIC X      VALUE "N".
           88 ACUSE-ILEGIBLE         VALUE "S".
       01 WS-ACUSE-CONTROL.
           05 WS-ACU-FECHA        PIC 9(8).
           05 WS-ACU-ESTADO       PIC X.
           05 WS-ACU-CUENTA       PIC 9(9).
           05 WS-ACU-HASH         PIC S9(11)V9(3)
               SIGN LEADING SEPARATE.
       01 WS-ERR-MAXIMO           PIC 9(3)   VALUE 100.
       01 WS-ERR-TOTAL            PIC 9(5)   VALUE ZERO.
       01 WS-ERR-IDX              PIC 9(3).
       01 WS-TABLA-ERRORES.
           05 WS-ERR-ENTRADA OCCURS 100 TIMES.
               10 WS-ERR-LINEA       PIC 9(9).
               10 WS-ERR-CODIGO      PIC X(4).
               10 WS-ERR-TEXTO       PIC X(40).

      * Archivo de totales enviado: renglones, fecha del encabezado
      * y control de la cola.
       01 WS-EOF-TOTALES          PIC X      VALUE "N".
           88 FIN-TOTALES            VALUE "S".
       01 WS-TOTALES-LEIDOS       PIC X      VALUE "N".
           88 TOTALES-LEIDOS         VALUE "S".
       01 WS-ENV-FECHA            PIC 9(8)   VALUE ZERO.
       01 WS-ENV-CUENTA           PIC 9(9)   VALUE ZERO.
       01 WS-ENV-HASH             PIC S9(11)V9(3) VALUE ZERO
                                  SIGN LEADING SEPARATE.
       01 WS-ENV-COLA             PIC X      VALUE "N".
           88 ENV-COLA               VALUE "S".
       01 WS-TLIN-MAXIMO          PIC 9(3)   VALUE 102.
       01 WS-TLIN-TOTAL           PIC 9(9)   VALUE ZERO.
       01 WS-TABLA-RENGLONES.
           05 WS-TLIN-TEXTO OCCURS 102 TIMES PIC X(32).

      * Reconstrucción desde el histórico: campos del renglón y
      * acumulados por operación y moneda, como en INTTOTAL.
       01 WS-EOF-INTHIST          PIC X      VALUE "N".
           88 FIN-INTHIST            VALUE "S".
       01 WS-INT-NUM1             PIC X(12).
       01 WS-INT-OPER             PIC X.
       01 WS-INT-NUM2             PIC X(12).
       01 WS-INT-RESULT           PIC X(12).
       01 WS-INT-MONEDA           PIC XXX.
       01 WS-INT-OPERADOR         PIC X(8).
       01 WS-INT-SISTEMA          PIC X(8).
       01 WS-MONTO-RESULT         PIC S9(5)V9(3)
                                  SIGN LEADING SEPARATE.
       01 WS-TABLA-TOTALES.
           05 WS-TOT-ENTRADA OCCURS 100 TIMES.
               10 WS-TOT-OPER     PIC X.
               10 WS-TOT-MONEDA   PIC XXX.
               10 WS-TOT-CUENTA   PIC 9(9).
               10 WS-TOT-SUMA     PIC S9(11)V9(3)
                   SIGN LEADING SEPARATE.
       01 WS-TOT-TOTAL            PIC 9(3)   VALUE ZERO.
       01 WS-TOT-MAXIMO           PIC 9(3)   VALUE 100.
       01 WS-TOT-IDX              PIC 9(3).
       01 WS-TOT-HALLADO          PIC 9(3)   VALUE ZERO.
       01 WS-HASH-CONTROL         PIC S9(11)V9(3) VALUE ZERO
                                  SIGN LEADING SEPARATE.
       01 WS-CONT-RENGLONES       PIC 9(7)   VALUE ZERO.
       01 WS-CONT-ILEGIBLES       PIC 9(7)   VALUE ZERO.
       01 WS-REENVIO-FALLIDO      PIC X      VALUE "N".
           88 REENVIO-FALLIDO        VALUE "S".

      * Contadores de la corrida.
       01 WS-CONT-REVISADOS       PIC 9(3)   VALUE ZERO.
       01 WS-CONT-ACEPTADOS       PIC 9(3)   VALUE ZERO.
       01 WS-CONT-CRITICOS        PIC 9(3)   VALUE ZERO.
       01 WS-CONT-ESPERANDO       PIC 9(3)   VALUE ZERO.

       01 WS-ALR-SEVERIDAD        PIC X.
       01 WS-ALR-TEXTO            PIC X(60).
       01 WS-CC-RESULTADO         PIC X(16).
       01 WS-FECHA-HORA           PIC X(26).
       01 WS-HASH-ED-1            PIC +9(11).999.
       01 WS-HASH-ED-2            PIC +9(11).999.
       01 WS-LINEA                PIC X(132).

      * Días hábiles; sin CALENDARIO.DAT rige lunes a viernes.
       01 WS-CALENDARIO-STATUS    PIC XX.
       01 WS-CALENDARIO-ABIERTO   PIC X      VALUE "N".
           88 CALENDARIO-ABIERTO     VALUE "S".
       01 WS-FECHA-PRUEBA         PIC 9(8).
       01 WS-DIA-SEMANA           PIC 9.
       01 WS-DIA-HABIL            PIC X      VALUE "S".
           88 DIA-HABIL              VALUE "S".

      * Periodo del ciclo a reenviar según PERIODOS.DAT.
       01 WS-PERIODOS-STATUS      PIC XX.
       01 WS-EOF-PERIODOS         PIC X      VALUE "N".
           88 FIN-PERIODOS           VALUE "S".
       01 WS-PERIODO-CERRADO      PIC X      VALUE "N".
           88 PERIODO-CERRADO        VALUE "S".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LEER-PARAMETROS.
           PERFORM ABRIR-CALENDARIO.
           PERFORM DETERMINAR-FECHA-CICLO.
           PERFORM CARGAR-CICLOS.
           IF NOT ERROR-FATAL THEN
               PERFORM ABRIR-INFORME
           END-IF.

           IF NOT ERROR-FATAL THEN
               IF WS-REENVIAR-TXT <> SPACES THEN
                   PERFORM PROCESO-REENVIO
               END-IF
               PERFORM VARYING WS-CIC-IDX FROM 1 BY 1
                       UNTIL WS-CIC-IDX > WS-CIC-TOTAL
                   IF WS-CIC-ENVIADO(WS-CIC-IDX) = "S" AND
                      WS-CIC-FECHA(WS-CIC-IDX) <= WS-FECHA-CICLO THEN
                       PERFORM REVISAR-CICLO
                   END-IF
               END-PERFORM
               PERFORM ESCRIBIR-RESUMEN
           END-IF.

           IF INFORME-ABIERTO THEN
               CLOSE INFORME-FILE
           END-IF.
           PERFORM CERRAR-CALENDARIO.
           STOP RUN.

      * Toma FECHA, ACUSEPLAZO y REENVIAR de PARAMETROS.DAT; el resto
      * de las claves es de otros pasos.
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
               WHEN "REENVIAR"
                   MOVE WS-PARAM-VALOR(1:8) TO WS-REENVIAR-TXT
               WHEN "ACUSEPLAZO"
                   MOVE WS-PARAM-VALOR(1:10) TO WS-NUMERO-TXT
                   IF FUNCTION TEST-NUMVAL(WS-NUMERO-TXT) = 0 AND
                      FUNCTION NUMVAL(WS-NUMERO-TXT) >= 1 AND
                      FUNCTION NUMVAL(WS-NUMERO-TXT) <=
                          WS-PLAZO-MAXIMO THEN
                       COMPUTE WS-PLAZO =
                           FUNCTION NUMVAL(WS-NUMERO-TXT)
                   ELSE
                       DISPLAY "ACUSEPLAZO inválido: '"
                           WS-PARAM-VALOR "', se usan "
                           WS-PLAZO " ciclos"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * La fecha de la corrida sale de PARAMETROS.DAT o, en su
      * ausencia, del último día hábil, igual que en la cadena.
       DETERMINAR-FECHA-CICLO.
           IF WS-FECHA-CICLO-TXT NUMERIC THEN
               MOVE WS-FECHA-CICLO-TXT TO WS-FECHA-CICLO
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FECHA-HORA(1:8) TO WS-FECHA-PRUEBA
               PERFORM RETROCEDER-A-DIA-HABIL
               MOVE WS-FECHA-PRUEBA TO WS-FECHA-CICLO
           END-IF.
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CICLO)
               - WS-DIAS-REVISION).
           MOVE SPACES TO WS-NOMBRE-INFORME.
           STRING "ACUSES-" WS-FECHA-CICLO ".DAT"
               DELIMITED BY SIZE INTO WS-NOMBRE-INFORME
           END-STRING.

      * Recorre la bitácora en orden cronológico: un FIN de INTTOTAL
      * marca un envío nuevo (y deja la entrega sin resolver), un
      * evento ACUSE de este programa fija el estado de la entrega.
       CARGAR-CICLOS.
           MOVE ZERO TO WS-CIC-TOTAL.
           MOVE "N" TO WS-EOF-CICLO.
           OPEN INPUT CICLO-FILE.
           IF WS-CICLO-STATUS = "00" THEN
               PERFORM LEER-CICLO
               PERFORM UNTIL FIN-CICLO
                   IF CC-FECHA >= WS-FECHA-DESDE AND
                      CC-FECHA <= WS-FECHA-CICLO THEN
                       PERFORM ANOTAR-CICLO
                   END-IF
                   PERFORM LEER-CICLO
               END-PERFORM
               CLOSE CICLO-FILE
           ELSE
               IF WS-CICLO-STATUS = "35" THEN
                   DISPLAY "No existe CICLO-CONTROL.DAT, ningún "
                       "ciclo registrado"
               ELSE
                   DISPLAY "ERROR fatal abriendo CICLO-CONTROL.DAT, "
                       "status=" WS-CICLO-STATUS
                   MOVE "S" TO WS-ERROR-FATAL
               END-IF
           END-IF.

       ANOTAR-CICLO.
           MOVE ZERO TO WS-CIC-HALLADO.
           IF (CC-PROGRAMA = "INTTOTAL" AND CC-EVENTO = "FIN") OR
              (CC-PROGRAMA = "ACUSES" AND CC-EVENTO = "ACUSE") THEN
               MOVE CC-FECHA TO WS-FECHA-REVISION
               PERFORM BUSCAR-CICLO
               IF WS-CIC-HALLADO = ZERO AND NOT TABLA-LLENA THEN
                   IF WS-CIC-TOTAL >= WS-CIC-MAXIMO THEN
                       DISPLAY "AVISO: más de " WS-CIC-MAXIMO
                           " ciclos en revisión, se omiten los "
                           "siguientes"
                       MOVE "S" TO WS-TABLA-LLENA
                   ELSE
                       ADD 1 TO WS-CIC-TOTAL
                       MOVE WS-CIC-TOTAL TO WS-CIC-HALLADO
                       MOVE CC-FECHA TO WS-CIC-FECHA(WS-CIC-HALLADO)
                       MOVE "N" TO WS-CIC-ENVIADO(WS-CIC-HALLADO)
                       MOVE SPACES TO WS-CIC-ESTADO(WS-CIC-HALLADO)
                       MOVE CC-FECHA TO WS-CIC-BASE(WS-CIC-HALLADO)
                   END-IF
               END-IF
           END-IF.

           IF WS-CIC-HALLADO > ZERO THEN
               IF CC-PROGRAMA = "INTTOTAL" THEN
                   IF CC-RESULTADO = "OK" THEN
                       MOVE "S" TO WS-CIC-ENVIADO(WS-CIC-HALLADO)
                   ELSE
                       MOVE "N" TO WS-CIC-ENVIADO(WS-CIC-HALLADO)
                   END-IF
                   MOVE SPACES TO WS-CIC-ESTADO(WS-CIC-HALLADO)
                   MOVE CC-FECHA TO WS-CIC-BASE(WS-CIC-HALLADO)
               ELSE
                   MOVE CC-RESULTADO TO WS-CIC-ESTADO(WS-CIC-HALLADO)
                   IF CC-RESULTADO = "REENVIADO" AND
                      CC-ESTAMPA(1:8) NUMERIC THEN
                       MOVE CC-ESTAMPA(1:8) TO
                           WS-CIC-BASE(WS-CIC-HALLADO)
                   END-IF
               END-IF
           END-IF.

       BUSCAR-CICLO.
           MOVE ZERO TO WS-CIC-HALLADO.
           PERFORM VARYING WS-CIC-IDX FROM 1 BY 1
                   UNTIL WS-CIC-IDX > WS-CIC-TOTAL
                   OR WS-CIC-HALLADO > ZERO
               IF WS-CIC-FECHA(WS-CIC-IDX) = WS-FECHA-REVISION THEN
                   MOVE WS-CIC-IDX TO WS-CIC-HALLADO
               END-IF
           END-PERFORM.

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

       ABRIR-INFORME.
           OPEN OUTPUT INFORME-FILE.
           IF WS-INFORME-STATUS <> "00" THEN
               DISPLAY "ERROR fatal abriendo " WS-NOMBRE-INFORME
                   ", status=" WS-INFORME-STATUS
               MOVE "S" TO WS-ERROR-FATAL
           ELSE
               MOVE "S" TO WS-INFORME-ABIERTO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE SPACES TO WS-LINEA
               STRING "ACUSES DEL RECEPTOR DE TOTALES - CORRIDA "
                      WS-FECHA-CICLO " - " WS-FECHA-HORA(1:14)
                      " - plazo " WS-PLAZO " ciclos hábiles"
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.

      * Estado de la entrega de un ciclo con totales enviados. Una
      * entrega aceptada ya no se revisa; una rechazada o con
      * diferencia espera el reenvío.
       REVISAR-CICLO.
           MOVE WS-CIC-FECHA(WS-CIC-IDX) TO WS-FECHA-REVISION.
           PERFORM NOMBRAR-ARCHIVOS-CICLO.
           EVALUATE WS-CIC-ESTADO(WS-CIC-IDX)
               WHEN "ACEPTADO"
               WHEN "ACEPTADO C/ERROR"
                   ADD 1 TO WS-CONT-ACEPTADOS
               WHEN "RECHAZADO"
               WHEN "DIFERENCIA"
                   ADD 1 TO WS-CONT-REVISADOS
                   MOVE SPACES TO WS-LINEA
                   STRING "Ciclo " WS-FECHA-REVISION ": "
                              DELIMITED BY SIZE
                          WS-CIC-ESTADO(WS-CIC-IDX)
                              DELIMITED BY "  "
                          " pendiente de reenvío (REENVIAR="
                          WS-FECHA-REVISION ")" DELIMITED BY SIZE
                       INTO WS-LINEA
                   END-STRING
                   PERFORM ESCRIBIR-LINEA
                   DISPLAY WS-LINEA
               WHEN OTHER
                   ADD 1 TO WS-CONT-REVISADOS
                   PERFORM LEER-ACUSE
                   IF ACUSE-PRESENTE THEN
                       PERFORM COTEJAR-ACUSE
                   ELSE
                       PERFORM VERIFICAR-PLAZO
                   END-IF
           END-EVALUATE.

       NOMBRAR-ARCHIVOS-CICLO.
           MOVE WS-FECHA-REVISION TO WS-FECHA-REVISION-TXT.
           MOVE SPACES TO WS-NOMBRE-ACUSE.
           STRING "ACUSE-" WS-FECHA-REVISION ".DAT"
               DELIMITED BY SIZE INTO WS-NOMBRE-ACUSE
           END-STRING.
           MOVE SPACES TO WS-NOMBRE-TOTALES.
           STRING "TOTALES-" WS-FECHA-REVISION ".DAT"
               DELIMITED BY SIZE INTO WS-NOMBRE-TOTALES
           END-STRING.

      * Un acuse vacío (el que deja un reenvío) cuenta como ausente.
      * Cualquier registro que no sea "A" al principio o "E" después
      * vuelve ilegible el acuse.
       LEER-ACUSE.
           MOVE "N" TO WS-ACUSE-PRESENTE.
           MOVE "N" TO WS-ACUSE-ILEGIBLE.
           MOVE "N" TO WS-EOF-ACUSE.
           MOVE ZERO TO WS-ERR-TOTAL.
           INITIALIZE WS-ACUSE-CONTROL.
           OPEN INPUT ACUSE-FILE.
           IF WS-ACUSE-STATUS = "00" THEN
               PERFORM LEER-RENGLON-ACUSE
               IF NOT FIN-ACUSE THEN
                   MOVE "S" TO WS-ACUSE-PRESENTE
                   IF ACUC-TIPO = "A" AND ACUC-FECHA NUMERIC AND
                      ACUC-CUENTA NUMERIC AND ACUC-HASH NUMERIC AND
                      (ACUC-ESTADO = "A" OR ACUC-ESTADO = "R") THEN
                       MOVE ACUC-FECHA TO WS-ACU-FECHA
                       MOVE ACUC-ESTADO TO WS-ACU-ESTADO
                       MOVE ACUC-CUENTA TO WS-ACU-CUENTA
                       MOVE ACUC-HASH TO WS-ACU-HASH
                   ELSE
                       MOVE "S" TO WS-ACUSE-ILEGIBLE
                   END-IF
                   PERFORM LEER-RENGLON-ACUSE
               END-IF
               PERFORM UNTIL FIN-ACUSE
                   PERFORM ANOTAR-ERROR-ACUSE
                   PERFORM LEER-RENGLON-ACUSE
               END-PERFORM
               CLOSE ACUSE-FILE
           ELSE
               IF WS-ACUSE-STATUS <> "35" THEN
                   DISPLAY "ERROR abriendo " WS-NOMBRE-ACUSE
                       ", status=" WS-ACUSE-STATUS
               END-IF
           END-IF.

       ANOTAR-ERROR-ACUSE.
           IF ACUE-TIPO = "E" AND ACUE-LINEA NUMERIC THEN
               ADD 1 TO WS-ERR-TOTAL
               IF WS-ERR-TOTAL <= WS-ERR-MAXIMO THEN
                   MOVE WS-ERR-TOTAL TO WS-ERR-IDX
                   MOVE ACUE-LINEA TO WS-ERR-LINEA(WS-ERR-IDX)
                   MOVE ACUE-CODIGO TO WS-ERR-CODIGO(WS-ERR-IDX)
                   MOVE ACUE-TEXTO TO WS-ERR-TEXTO(WS-ERR-IDX)
               END-IF
           ELSE
               IF ACU-RECORD <> SPACES THEN
                   MOVE "S" TO WS-ACUSE-ILEGIBLE
               END-IF
           END-IF.

       LEER-RENGLON-ACUSE.
           READ ACUSE-FILE
               AT END MOVE "S" TO WS-EOF-ACUSE
           END-READ.
           IF WS-ACUSE-STATUS <> "00" AND
              WS-ACUSE-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo " WS-NOMBRE-ACUSE
                   ", status=" WS-ACUSE-STATUS
               MOVE "S" TO WS-EOF-ACUSE
               MOVE "S" TO WS-ACUSE-ILEGIBLE
           END-IF.

      * Coteja el acuse contra el archivo enviado. El rechazo manda
      * sobre cualquier otra diferencia; un acuse aceptado debe traer
      * la misma fecha, cuenta y suma de control que la cola "T".
       COTEJAR-ACUSE.
           PERFORM LEER-TOTALES-ENVIADOS.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
               WHEN ACUSE-ILEGIBLE
                   MOVE "DIFERENCIA" TO WS-ESTADO-NUEVO
                   MOVE "acuse ilegible" TO WS-MOTIVO
               WHEN WS-ACU-FECHA <> WS-FECHA-REVISION
                   MOVE "DIFERENCIA" TO WS-ESTADO-NUEVO
                   MOVE "acuse de otra fecha de ciclo" TO WS-MOTIVO
               WHEN WS-ACU-ESTADO = "R"
                   MOVE "RECHAZADO" TO WS-ESTADO-NUEVO
                   MOVE "rechazado por el receptor" TO WS-MOTIVO
               WHEN NOT TOTALES-LEIDOS
                   MOVE "DIFERENCIA" TO WS-ESTADO-NUEVO
                   MOVE "totales enviados ilegibles" TO WS-MOTIVO
               WHEN WS-ACU-CUENTA <> WS-ENV-CUENTA OR
                    WS-ACU-HASH <> WS-ENV-HASH
                   MOVE "DIFERENCIA" TO WS-ESTADO-NUEVO
                   MOVE "cuenta o suma de control distinta"
                       TO WS-MOTIVO
               WHEN WS-ERR-TOTAL > ZERO
                   MOVE "ACEPTADO C/ERROR" TO WS-ESTADO-NUEVO
                   MOVE "aceptado con renglones en error" TO WS-MOTIVO
               WHEN OTHER
                   MOVE "ACEPTADO" TO WS-ESTADO-NUEVO
           END-EVALUATE.

           MOVE SPACES TO WS-LINEA.
           STRING "Ciclo " WS-FECHA-REVISION ": "
                      DELIMITED BY SIZE
                  WS-ESTADO-NUEVO DELIMITED BY "  "
                  " " WS-MOTIVO DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           DISPLAY WS-LINEA.
           IF NOT ACUSE-ILEGIBLE THEN
               MOVE WS-ENV-HASH TO WS-HASH-ED-1
               MOVE WS-ACU-HASH TO WS-HASH-ED-2
               MOVE SPACES TO WS-LINEA
               STRING "    enviado: fecha " WS-ENV-FECHA
                      " cuenta " WS-ENV-CUENTA " suma " WS-HASH-ED-1
                      " / acuse: fecha " WS-ACU-FECHA
                      " cuenta " WS-ACU-CUENTA " suma " WS-HASH-ED-2
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.
           PERFORM INFORMAR-ERRORES-ACUSE.

           MOVE WS-ESTADO-NUEVO TO WS-CC-RESULTADO.
           PERFORM REGISTRAR-ACUSE.
           MOVE WS-ESTADO-NUEVO TO WS-CIC-ESTADO(WS-CIC-IDX).
           EVALUATE WS-ESTADO-NUEVO
               WHEN "ACEPTADO"
                   ADD 1 TO WS-CONT-ACEPTADOS
               WHEN "ACEPTADO C/ERROR"
                   ADD 1 TO WS-CONT-ACEPTADOS
                   MOVE "A" TO WS-ALR-SEVERIDAD
                   MOVE SPACES TO WS-ALR-TEXTO
                   STRING "Totales del ciclo aceptados con "
                          WS-ERR-TOTAL " renglones en error"
                       DELIMITED BY SIZE INTO WS-ALR-TEXTO
                   END-STRING
                   PERFORM GRABAR-ALERTA
               WHEN OTHER
                   ADD 1 TO WS-CONT-CRITICOS
                   MOVE "C" TO WS-ALR-SEVERIDAD
                   MOVE SPACES TO WS-ALR-TEXTO
                   STRING "Totales " DELIMITED BY SIZE
                          WS-ESTADO-NUEVO DELIMITED BY "  "
                          ": " WS-MOTIVO DELIMITED BY SIZE
                       INTO WS-ALR-TEXTO
                   END-STRING
                   PERFORM GRABAR-ALERTA
           END-EVALUATE.

      * Cada error por renglón se muestra junto al renglón que
      * enviamos, para ubicar la operación y moneda afectadas.
       INFORMAR-ERRORES-ACUSE.
           PERFORM VARYING WS-ERR-IDX FROM 1 BY 1
                   UNTIL WS-ERR-IDX > WS-ERR-TOTAL
                   OR WS-ERR-IDX > WS-ERR-MAXIMO
               MOVE SPACES TO WS-LINEA
               IF WS-ERR-LINEA(WS-ERR-IDX) >= 1 AND
                  WS-ERR-LINEA(WS-ERR-IDX) <= WS-TLIN-TOTAL AND
                  WS-ERR-LINEA(WS-ERR-IDX) <= WS-TLIN-MAXIMO THEN
                   STRING "    renglón " WS-ERR-LINEA(WS-ERR-IDX)
                          " " WS-ERR-CODIGO(WS-ERR-IDX)
                          " " WS-ERR-TEXTO(WS-ERR-IDX)
                          " enviado: "
                          WS-TLIN-TEXTO(WS-ERR-LINEA(WS-ERR-IDX))
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
               ELSE
                   STRING "    renglón " WS-ERR-LINEA(WS-ERR-IDX)
                          " " WS-ERR-CODIGO(WS-ERR-IDX)
                          " " WS-ERR-TEXTO(WS-ERR-IDX)
                          " (no existe en el archivo enviado)"
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
               END-IF
               PERFORM ESCRIBIR-LINEA
               DISPLAY WS-LINEA
           END-PERFORM.
           IF WS-ERR-TOTAL > WS-ERR-MAXIMO THEN
               MOVE SPACES TO WS-LINEA
               STRING "    ... " WS-ERR-TOTAL " renglones en error, "
                      "se listan los primeros " WS-ERR-MAXIMO
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.

      * Lee el archivo de totales tal como se envió: fecha del
      * encabezado, control de la cola y cada renglón por número.
       LEER-TOTALES-ENVIADOS.
           MOVE "N" TO WS-TOTALES-LEIDOS.
           MOVE "N" TO WS-ENV-COLA.
           MOVE "N" TO WS-EOF-TOTALES.
           MOVE ZERO TO WS-TLIN-TOTAL.
           MOVE ZERO TO WS-ENV-FECHA.
           MOVE ZERO TO WS-ENV-CUENTA.
           MOVE ZERO TO WS-ENV-HASH.
           OPEN INPUT TOTALES-FILE.
           IF WS-TOTALES-STATUS = "00" THEN
               PERFORM LEER-RENGLON-TOTALES
               PERFORM UNTIL FIN-TOTALES
                   ADD 1 TO WS-TLIN-TOTAL
                   IF WS-TLIN-TOTAL <= WS-TLIN-MAXIMO THEN
                       MOVE TOT-RECORD TO WS-TLIN-TEXTO(WS-TLIN-TOTAL)
                   END-IF
                   IF TOTH-TIPO = "H" AND TOTH-FECHA NUMERIC THEN
                       MOVE TOTH-FECHA TO WS-ENV-FECHA
                   END-IF
                   IF TOTT-TIPO = "T" AND TOTT-CUENTA NUMERIC AND
                      TOTT-HASH NUMERIC THEN
                       MOVE TOTT-CUENTA TO WS-ENV-CUENTA
                       MOVE TOTT-HASH TO WS-ENV-HASH
                       MOVE "S" TO WS-ENV-COLA
                   END-IF
                   PERFORM LEER-RENGLON-TOTALES
               END-PERFORM
               CLOSE TOTALES-FILE
               IF ENV-COLA AND WS-ENV-FECHA = WS-FECHA-REVISION THEN
                   MOVE "S" TO WS-TOTALES-LEIDOS
               END-IF
           ELSE
               DISPLAY "ERROR abriendo " WS-NOMBRE-TOTALES
                   ", status=" WS-TOTALES-STATUS
           END-IF.

       LEER-RENGLON-TOTALES.
           READ TOTALES-FILE
               AT END MOVE "S" TO WS-EOF-TOTALES
           END-READ.
           IF WS-TOTALES-STATUS <> "00" AND
              WS-TOTALES-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo " WS-NOMBRE-TOTALES
                   ", status=" WS-TOTALES-STATUS
               MOVE "S" TO WS-EOF-TOTALES
               MOVE "N" TO WS-ENV-COLA
           END-IF.

      * Sin acuse: cuenta los días hábiles transcurridos desde el
      * envío (o el último reenvío) hasta la fecha de la corrida; al
      * cumplirse el plazo la entrega pasa a SIN ACUSE una sola vez.
       VERIFICAR-PLAZO.
           IF WS-CIC-ESTADO(WS-CIC-IDX) = "SIN ACUSE" THEN
               ADD 1 TO WS-CONT-ESPERANDO
               MOVE SPACES TO WS-LINEA
               STRING "Ciclo " WS-FECHA-REVISION ": SIN ACUSE, "
                      "sigue sin llegar " WS-NOMBRE-ACUSE
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               DISPLAY WS-LINEA
           ELSE
               MOVE ZERO TO WS-CONT-HABILES
               MOVE WS-CIC-BASE(WS-CIC-IDX) TO WS-FECHA-PRUEBA
               PERFORM UNTIL WS-FECHA-PRUEBA >= WS-FECHA-CICLO
                       OR WS-CONT-HABILES >= WS-PLAZO
                   COMPUTE WS-FECHA-PRUEBA = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-PRUEBA) + 1)
                   PERFORM VERIFICAR-DIA-HABIL
                   IF DIA-HABIL THEN
                       ADD 1 TO WS-CONT-HABILES
                   END-IF
               END-PERFORM
               IF WS-CONT-HABILES >= WS-PLAZO THEN
                   ADD 1 TO WS-CONT-CRITICOS
                   MOVE SPACES TO WS-LINEA
                   STRING "Ciclo " WS-FECHA-REVISION ": SIN ACUSE "
                          "tras " WS-PLAZO " ciclos hábiles"
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
                   PERFORM ESCRIBIR-LINEA
                   DISPLAY WS-LINEA
                   MOVE "SIN ACUSE" TO WS-CC-RESULTADO
                   PERFORM REGISTRAR-ACUSE
                   MOVE "SIN ACUSE" TO WS-CIC-ESTADO(WS-CIC-IDX)
                   MOVE "C" TO WS-ALR-SEVERIDAD
                   MOVE SPACES TO WS-ALR-TEXTO
                   STRING "Sin acuse de los totales tras " WS-PLAZO
                          " ciclos hábiles"
                       DELIMITED BY SIZE INTO WS-ALR-TEXTO
                   END-STRING
                   PERFORM GRABAR-ALERTA
               ELSE
                   ADD 1 TO WS-CONT-ESPERANDO
                   MOVE SPACES TO WS-LINEA
                   STRING "Ciclo " WS-FECHA-REVISION ": esperando "
                          "acuse, " WS-CONT-HABILES " de " WS-PLAZO
                          " ciclos hábiles"
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
                   PERFORM ESCRIBIR-LINEA
                   DISPLAY WS-LINEA
               END-IF
           END-IF.

      * Reenvío de los totales de un ciclo: sólo si la entrega quedó
      * rechazada, con diferencia o sin acuse y el mes sigue abierto.
      * Los totales se reconstruyen desde el histórico de la interfaz,
      * se reescribe TOTALES-AAAAMMDD.DAT y se vacía el acuse previo
      * (su contenido queda copiado en el informe de la corrida).
       PROCESO-REENVIO.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-REENVIAR-TXT NUMERIC THEN
               MOVE WS-REENVIAR-TXT TO WS-FECHA-REVISION
               PERFORM BUSCAR-CICLO
               IF WS-CIC-HALLADO = ZERO THEN
                   MOVE "sin envío de INTTOTAL registrado" TO WS-MOTIVO
               ELSE
                   MOVE WS-CIC-HALLADO TO WS-CIC-IDX
                   IF WS-CIC-ENVIADO(WS-CIC-IDX) <> "S" THEN
                       MOVE "INTTOTAL no terminó OK el ciclo"
                           TO WS-MOTIVO
                   END-IF
                   IF WS-CIC-ESTADO(WS-CIC-IDX) <> "RECHAZADO" AND
                      WS-CIC-ESTADO(WS-CIC-IDX) <> "DIFERENCIA" AND
                      WS-CIC-ESTADO(WS-CIC-IDX) <> "SIN ACUSE" AND
                      WS-MOTIVO = SPACES THEN
                       STRING "la entrega está '" DELIMITED BY SIZE
                              WS-CIC-ESTADO(WS-CIC-IDX)
                                  DELIMITED BY "  "
                              "'" DELIMITED BY SIZE
                           INTO WS-MOTIVO
                       END-STRING
                   END-IF
               END-IF
           ELSE
               MOVE "fecha inválida" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES THEN
               PERFORM VERIFICAR-PERIODO-ABIERTO
               IF PERIODO-CERRADO THEN
                   MOVE "el periodo está cerrado" TO WS-MOTIVO
               END-IF
           END-IF.

           IF WS-MOTIVO <> SPACES THEN
               MOVE SPACES TO WS-LINEA
               STRING "REENVIAR=" WS-REENVIAR-TXT " no se atiende: "
                      WS-MOTIVO
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               DISPLAY WS-LINEA
           ELSE
               PERFORM NOMBRAR-ARCHIVOS-CICLO
               PERFORM RECONSTRUIR-TOTALES
           END-IF.

       RECONSTRUIR-TOTALES.
           MOVE "N" TO WS-REENVIO-FALLIDO.
           PERFORM LEER-TOTALES-ENVIADOS.
           MOVE ZERO TO WS-TOT-TOTAL.
           MOVE ZERO TO WS-CONT-RENGLONES.
           MOVE ZERO TO WS-CONT-ILEGIBLES.
           MOVE "N" TO WS-EOF-INTHIST.
           OPEN INPUT INTHIST-FILE.
           IF WS-INTHIST-STATUS <> "00" THEN
               DISPLAY "ERROR abriendo INTERFAZ-HIST.CSV, status="
                   WS-INTHIST-STATUS
               MOVE "S" TO WS-REENVIO-FALLIDO
           ELSE
               PERFORM LEER-INTHIST
               PERFORM UNTIL FIN-INTHIST
                   PERFORM SELECCIONAR-RENGLON
                   PERFORM LEER-INTHIST
               END-PERFORM
               CLOSE INTHIST-FILE
           END-IF.

           IF NOT REENVIO-FALLIDO AND WS-CONT-RENGLONES = ZERO THEN
               MOVE SPACES TO WS-LINEA
               STRING "REENVIAR=" WS-REENVIAR-TXT " no se atiende: "
                      "INTERFAZ-HIST.CSV no tiene renglones del ciclo "
                      "(ARCHAUDIT aún no lo archiva)"
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               DISPLAY WS-LINEA
               MOVE "S" TO WS-REENVIO-FALLIDO
           END-IF.

           IF NOT REENVIO-FALLIDO THEN
               PERFORM ESCRIBIR-TOTALES
           END-IF.

           IF NOT REENVIO-FALLIDO THEN
               PERFORM VACIAR-ACUSE
               MOVE "REENVIADO" TO WS-CC-RESULTADO
               PERFORM REGISTRAR-ACUSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE "REENVIADO" TO WS-CIC-ESTADO(WS-CIC-IDX)
               MOVE WS-FECHA-HORA(1:8) TO WS-CIC-BASE(WS-CIC-IDX)
               MOVE WS-ENV-HASH TO WS-HASH-ED-1
               MOVE WS-HASH-CONTROL TO WS-HASH-ED-2
               MOVE SPACES TO WS-LINEA
               STRING "Ciclo " WS-FECHA-REVISION ": REENVIADO, "
                      WS-CONT-RENGLONES " renglones del histórico ("
                      WS-CONT-ILEGIBLES " ilegibles)"
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               DISPLAY WS-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "    antes: cuenta " WS-ENV-CUENTA
                      " suma " WS-HASH-ED-1
                      " / reenvío: cuenta " WS-TOT-TOTAL
                      " suma " WS-HASH-ED-2
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               DISPLAY WS-LINEA
           ELSE
               MOVE SPACES TO WS-LINEA
               STRING "Ciclo " WS-FECHA-REVISION ": el reenvío no "
                      "se completó, " WS-NOMBRE-TOTALES
                      " puede haber quedado incompleto"
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               DISPLAY WS-LINEA
           END-IF.

      * Un renglón pertenece al ciclo por la fecha que le agrega
      * ARCHAUDIT; los renglones archivados antes de esa marca se
      * reconocen por la fecha de su referencia.
       SELECCIONAR-RENGLON.
           IF INTHIST-RECORD(84:8) = WS-FECHA-REVISION-TXT OR
              (INTHIST-RECORD(83:9) = SPACES AND
               INTHIST-RECORD(58:8) = WS-FECHA-REVISION-TXT) THEN
               PERFORM ACUMULAR-RENGLON
           END-IF.

       LEER-INTHIST.
           READ INTHIST-FILE
               AT END MOVE "S" TO WS-EOF-INTHIST
           END-READ.
           IF WS-INTHIST-STATUS <> "00" AND
              WS-INTHIST-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo INTERFAZ-HIST.CSV, status="
                   WS-INTHIST-STATUS
               MOVE "S" TO WS-EOF-INTHIST
               MOVE "S" TO WS-REENVIO-FALLIDO
           END-IF.

      * Separa el renglón num1,oper,num2,resultado,moneda,operador,
      * sistema y acumula el monto resultado en el total de su
      * operación y moneda, con las mismas reglas que INTTOTAL.
       ACUMULAR-RENGLON.
           ADD 1 TO WS-CONT-RENGLONES.
           MOVE SPACES TO WS-INT-NUM1.
           MOVE SPACES TO WS-INT-OPER.
           MOVE SPACES TO WS-INT-NUM2.
           MOVE SPACES TO WS-INT-RESULT.
           MOVE SPACES TO WS-INT-MONEDA.
           MOVE SPACES TO WS-INT-OPERADOR.
           MOVE SPACES TO WS-INT-SISTEMA.
           UNSTRING INTHIST-RECORD DELIMITED BY ","
               INTO WS-INT-NUM1 WS-INT-OPER WS-INT-NUM2
                    WS-INT-RESULT WS-INT-MONEDA WS-INT-OPERADOR
                    WS-INT-SISTEMA
           END-UNSTRING.

           IF WS-INT-OPER = SPACES OR
              FUNCTION TEST-NUMVAL(WS-INT-RESULT) NOT = 0 THEN
               ADD 1 TO WS-CONT-ILEGIBLES
           ELSE
               COMPUTE WS-MONTO-RESULT =
                   FUNCTION NUMVAL(WS-INT-RESULT)
                   ON SIZE ERROR
                       ADD 1 TO WS-CONT-ILEGIBLES
                       MOVE SPACES TO WS-INT-OPER
               END-COMPUTE
               IF WS-INT-OPER <> SPACES THEN
                   PERFORM ACUMULAR-EN-TABLA
               END-IF
           END-IF.

       ACUMULAR-EN-TABLA.
           MOVE ZERO TO WS-TOT-HALLADO.
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOT-TOTAL
                   OR WS-TOT-HALLADO > ZERO
               IF WS-TOT-OPER(WS-TOT-IDX) = WS-INT-OPER AND
                  WS-TOT-MONEDA(WS-TOT-IDX) = WS-INT-MONEDA THEN
                   MOVE WS-TOT-IDX TO WS-TOT-HALLADO
               END-IF
           END-PERFORM.

           IF WS-TOT-HALLADO = ZERO THEN
               IF WS-TOT-TOTAL >= WS-TOT-MAXIMO THEN
                   DISPLAY "ERROR: más de " WS-TOT-MAXIMO
                       " combinaciones de operación y moneda"
                   MOVE "S" TO WS-REENVIO-FALLIDO
                   MOVE "S" TO WS-EOF-INTHIST
               ELSE
                   ADD 1 TO WS-TOT-TOTAL
                   MOVE WS-TOT-TOTAL TO WS-TOT-HALLADO
                   MOVE WS-INT-OPER TO WS-TOT-OPER(WS-TOT-HALLADO)
                   MOVE WS-INT-MONEDA TO
                       WS-TOT-MONEDA(WS-TOT-HALLADO)
                   MOVE ZERO TO WS-TOT-CUENTA(WS-TOT-HALLADO)
                   MOVE ZERO TO WS-TOT-SUMA(WS-TOT-HALLADO)
               END-IF
           END-IF.

           IF WS-TOT-HALLADO > ZERO THEN
               ADD 1 TO WS-TOT-CUENTA(WS-TOT-HALLADO)
               COMPUTE WS-TOT-SUMA(WS-TOT-HALLADO) =
                   WS-TOT-SUMA(WS-TOT-HALLADO) + WS-MONTO-RESULT
                   ON SIZE ERROR
                       DISPLAY "Suma de totales excede capacidad "
                           "para la operación '" WS-INT-OPER
                           "' moneda '" WS-INT-MONEDA "'"
                       MOVE "S" TO WS-REENVIO-FALLIDO
                       MOVE "S" TO WS-EOF-INTHIST
               END-COMPUTE
           END-IF.

       ESCRIBIR-TOTALES.
           OPEN OUTPUT TOTALES-FILE.
           IF WS-TOTALES-STATUS <> "00" THEN
               DISPLAY "ERROR abriendo " WS-NOMBRE-TOTALES
                   ", status=" WS-TOTALES-STATUS
               MOVE "S" TO WS-REENVIO-FALLIDO
           ELSE
               MOVE SPACES TO TOT-HEADER-REC
               MOVE "H" TO TOTH-TIPO
               MOVE WS-FECHA-REVISION TO TOTH-FECHA
               MOVE "INTTOTAL" TO TOTH-SISTEMA
               WRITE TOT-HEADER-REC
               PERFORM VERIFICAR-ESCRITURA-TOT

               MOVE ZERO TO WS-HASH-CONTROL
               PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                       UNTIL WS-TOT-IDX > WS-TOT-TOTAL
                       OR REENVIO-FALLIDO
                   MOVE SPACES TO TOT-DETALLE-REC
                   MOVE "D" TO TOTD-TIPO
                   MOVE WS-TOT-OPER(WS-TOT-IDX) TO TOTD-OPERACION
                   MOVE WS-TOT-MONEDA(WS-TOT-IDX) TO TOTD-MONEDA
                   MOVE WS-TOT-CUENTA(WS-TOT-IDX) TO TOTD-CUENTA
                   MOVE WS-TOT-SUMA(WS-TOT-IDX) TO TOTD-SUMA
                   COMPUTE WS-HASH-CONTROL = WS-HASH-CONTROL
                       + WS-TOT-SUMA(WS-TOT-IDX)
                       ON SIZE ERROR
                           DISPLAY "Suma de control de totales "
                               "excede capacidad"
                           MOVE "S" TO WS-REENVIO-FALLIDO
                   END-COMPUTE
                   WRITE TOT-DETALLE-REC
                   PERFORM VERIFICAR-ESCRITURA-TOT
               END-PERFORM

               IF NOT REENVIO-FALLIDO THEN
                   MOVE SPACES TO TOT-TRAILER-REC
                   MOVE "T" TO TOTT-TIPO
                   MOVE WS-TOT-TOTAL TO TOTT-CUENTA
                   MOVE WS-HASH-CONTROL TO TOTT-HASH
                   WRITE TOT-TRAILER-REC
                   PERFORM VERIFICAR-ESCRITURA-TOT
               END-IF

               CLOSE TOTALES-FILE
           END-IF.

       VERIFICAR-ESCRITURA-TOT.
           IF WS-TOTALES-STATUS <> "00" THEN
               DISPLAY "ERROR escribiendo " WS-NOMBRE-TOTALES
                   ", status=" WS-TOTALES-STATUS
               MOVE "S" TO WS-REENVIO-FALLIDO
           END-IF.

      * Copia el acuse anterior al informe y deja el archivo vacío,
      * así el próximo acuse que llegue corresponde al reenvío.
       VACIAR-ACUSE.
           MOVE "N" TO WS-EOF-ACUSE.
           OPEN INPUT ACUSE-FILE.
           IF WS-ACUSE-STATUS = "00" THEN
               PERFORM LEER-RENGLON-ACUSE
               PERFORM UNTIL FIN-ACUSE
                   MOVE SPACES TO WS-LINEA
                   STRING "    acuse anterior: " ACU-RECORD
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
                   PERFORM ESCRIBIR-LINEA
                   PERFORM LEER-RENGLON-ACUSE
               END-PERFORM
               CLOSE ACUSE-FILE
               OPEN OUTPUT ACUSE-FILE
               IF WS-ACUSE-STATUS = "00" THEN
                   CLOSE ACUSE-FILE
               ELSE
                   DISPLAY "ERROR vaciando " WS-NOMBRE-ACUSE
                       ", status=" WS-ACUSE-STATUS
                   DISPLAY "ATENCION: vacíe " WS-NOMBRE-ACUSE
                       " a mano antes de la próxima corrida"
               END-IF
           END-IF.

      * Un mes cerrado por CIERREMES no admite reenvíos hasta que un
      * supervisor lo reabra allí. Si PERIODOS.DAT no se puede leer
      * el mes se trata como cerrado.
       VERIFICAR-PERIODO-ABIERTO.
           MOVE "N" TO WS-PERIODO-CERRADO.
           MOVE "N" TO WS-EOF-PERIODOS.
           OPEN INPUT PERIODOS-FILE.
           IF WS-PERIODOS-STATUS = "00" THEN
               PERFORM LEER-PERIODO
               PERFORM UNTIL FIN-PERIODOS
                   IF PER-PERIODO = WS-FECHA-REVISION(1:6) THEN
                       IF PER-EVENTO = "CERRADO" THEN
                           MOVE "S" TO WS-PERIODO-CERRADO
                       ELSE
                           MOVE "N" TO WS-PERIODO-CERRADO
                       END-IF
                   END-IF
                   PERFORM LEER-PERIODO
               END-PERFORM
               CLOSE PERIODOS-FILE
           ELSE
               IF WS-PERIODOS-STATUS <> "35" THEN
                   DISPLAY "ERROR abriendo PERIODOS.DAT, status="
                       WS-PERIODOS-STATUS
                   MOVE "S" TO WS-PERIODO-CERRADO
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
               MOVE "S" TO WS-PERIODO-CERRADO
           END-IF.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO WS-LINEA.
           STRING "Ciclos con entrega abierta revisados: "
                  WS-CONT-REVISADOS
                  " Aceptados: " WS-CONT-ACEPTADOS
                  " Esperando acuse: " WS-CONT-ESPERANDO
                  " Alertas críticas: " WS-CONT-CRITICOS
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           DISPLAY WS-LINEA.

      * Estado de la entrega del ciclo revisado, con la fecha del
      * ciclo enviado (no la de la corrida).
       REGISTRAR-ACUSE.
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
               MOVE WS-FECHA-REVISION TO CC-FECHA
               MOVE "ACUSES" TO CC-PROGRAMA
               MOVE "ACUSE" TO CC-EVENTO
               MOVE WS-CC-RESULTADO TO CC-RESULTADO
               MOVE WS-FECHA-HORA(1:14) TO CC-ESTAMPA
               WRITE CICLO-RECORD
               IF WS-CICLO-STATUS <> "00" THEN
                   DISPLAY "ERROR escribiendo CICLO-CONTROL.DAT, "
                       "status=" WS-CICLO-STATUS
               END-IF
               CLOSE CICLO-FILE
           END-IF.

       ESCRIBIR-LINEA.
           MOVE WS-LINEA TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           IF WS-INFORME-STATUS <> "00" THEN
               DISPLAY "ERROR escribiendo " WS-NOMBRE-INFORME
                   ", status=" WS-INFORME-STATUS
           END-IF.

      * Graba una alerta operativa pendiente de reconocimiento con la
      * fecha del ciclo enviado; un error al grabar no detiene el
      * proceso, sólo se avisa.
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
               MOVE "ACUSES" TO ALR-PROGRAMA
               MOVE WS-FECHA-REVISION TO ALR-FECHA-CICLO
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
