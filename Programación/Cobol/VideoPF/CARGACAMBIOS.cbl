       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CARGACAMBIOS.

      * Carga no atendida de los tipos de cambio que publica
      * tesorería. Lee la alimentación TESORERIA-AAAAMMDD.DAT del
      * ciclo (encabezado "H" con la fecha de vigencia, un detalle
      * "D" por par y cola "T" con la cuenta de detalles), valida cada
      * par contra las monedas activas de MONEDAS.DAT y aplica la
      * misma protección de desviación que MANTCAMBIOS contra la
      * vigencia anterior del par (CAMBUMBRAL=, 10 % por omisión). Los
      * pares aceptados quedan en TIPOS-CAMBIO.DAT con la vigencia de
      * la alimentación; los rechazados y los fuera de tolerancia van
      * al informe CARGACAMBIOS-AAAAMMDD.DAT para que tesorería los
      * corrija o un supervisor los capture en MANTCAMBIOS. Avisa de
      * los pares del ciclo anterior que no vinieron y registra la
      * corrida en CICLO-CONTROL.DAT: CALCULADORA modo B exige este
      * paso terminado antes de arrancar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TESORERIA-FILE ASSIGN TO DYNAMIC WS-NOMBRE-TESORERIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TESORERIA-STATUS.
           SELECT TCAMBIO-FILE ASSIGN TO "TIPOS-CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCAMBIO-STATUS.
           SELECT MONEDAS-FILE ASSIGN TO "MONEDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MON-CODIGO
               FILE STATUS IS WS-MONEDAS-STATUS.
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
           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Alimentación de tesorería: encabezado "H" con la fecha de
      * vigencia de las tasas, detalle "D" con el par y la tasa en
      * texto (ej. 0017.250000) y cola "T" con la cuenta de detalles.
       FD  TESORERIA-FILE
           RECORDING MODE IS F.
       01 TESORERIA-RECORD.
           05 TES-TIPO-REG        PIC X.
           05 FILLER              PIC X(29).
       01 TESORERIA-HEADER-REC.
           05 FILLER              PIC X.
           05 TES-VIGENCIA        PIC 9(8).
           05 FILLER              PIC X(21).
       01 TESORERIA-DETALLE-REC.
           05 FILLER              PIC X.
           05 TES-ORIGEN          PIC XXX.
           05 TES-DESTINO         PIC XXX.
           05 TES-TASA            PIC X(12).
           05 FILLER              PIC X(11).
       01 TESORERIA-TRAILER-REC.
           05 FILLER              PIC X.
           05 TES-CUENTA          PIC 9(5).
           05 FILLER              PIC X(24).

       FD  TCAMBIO-FILE
           RECORDING MODE IS F.
       01 TCAMBIO-RECORD.
           05 TC-MONEDA-ORIGEN    PIC XXX.
           05 TC-MONEDA-DESTINO   PIC XXX.
           05 TC-TASA             PIC 9(4)V9(6).
           05 FILLER              PIC X.
           05 TC-FECHA-VIGENCIA   PIC 9(8).

       FD  MONEDAS-FILE
           RECORDING MODE IS F.
       01 MONEDAS-RECORD.
           05 MON-CODIGO          PIC XXX.
           05 MON-NOMBRE          PIC X(30).
           05 MON-ESCALA          PIC 9(2).
           05 MON-ACTIVA          PIC X.

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

       WORKING-STORAGE SECTION.
       01 WS-TESORERIA-STATUS     PIC XX.
       01 WS-TCAMBIO-STATUS       PIC XX.
       01 WS-MONEDAS-STATUS       PIC XX.
       01 WS-INFORME-STATUS       PIC XX.
       01 WS-PARAM-STATUS         PIC XX.
       01 WS-CICLO-STATUS         PIC XX.
       01 WS-ALERTAS-STATUS       PIC XX.

       01 WS-NOMBRE-TESORERIA     PIC X(44)  VALUE SPACES.
       01 WS-NOMBRE-INFORME       PIC X(44)  VALUE SPACES.

       01 WS-EOF-PARAM            PIC X      VALUE "N".
           88 FIN-PARAM              VALUE "S".
       01 WS-PARAM-CLAVE          PIC X(12).
       01 WS-PARAM-VALOR          PIC X(44).
       01 WS-FECHA-CICLO-TXT      PIC X(8)   VALUE SPACES.
       01 WS-FECHA-CICLO          PIC 9(8)   VALUE ZERO.
       01 WS-FECHA-CICLO-ANTERIOR PIC 9(8)   VALUE ZERO.

       01 WS-ERROR-FATAL          PIC X      VALUE "N".
           88 ERROR-FATAL             VALUE "S".
       01 WS-ALIMENTACION-VALIDA  PIC X      VALUE "N".
           88 ALIMENTACION-VALIDA    VALUE "S".
       01 WS-MONEDAS-ABIERTO      PIC X      VALUE "N".
           88 MONEDAS-ABIERTO        VALUE "S".
       01 WS-INFORME-ABIERTO      PIC X      VALUE "N".
           88 INFORME-ABIERTO        VALUE "S".

       01 WS-CC-EVENTO            PIC X(6).
       01 WS-CC-RESULTADO         PIC X(16).

      * Tabla en memoria con TIPOS-CAMBIO.DAT completo, igual que en
      * MANTCAMBIOS; se regraba entero si la carga cambió algo.
       01 WS-TABLA-PARES.
           05 WS-PAR-ENTRADA OCCURS 200 TIMES.
               10 WS-PAR-ORIGEN   PIC XXX.
               10 WS-PAR-DESTINO  PIC XXX.
               10 WS-PAR-TASA     PIC 9(4)V9(6).
               10 WS-PAR-FECHA    PIC 9(8).
       01 WS-PAR-TOTAL            PIC 9(3)   VALUE ZERO.
       01 WS-PAR-MAXIMO           PIC 9(3)   VALUE 200.
       01 WS-PAR-IDX              PIC 9(3).
       01 WS-PAR-IDX-2            PIC 9(3).
       01 WS-PAR-HALLADO          PIC 9(3)   VALUE ZERO.
       01 WS-EOF-TCAMBIO          PIC X      VALUE "N".
           88 FIN-TCAMBIO            VALUE "S".

      * Detalles de la alimentación con su dictamen: A=aceptado,
      * R=rechazado (código y motivo para el informe).
       01 WS-EOF-TESORERIA        PIC X      VALUE "N".
           88 FIN-TESORERIA          VALUE "S".
       01 WS-TES-MAXIMO           PIC 9(3)   VALUE 200.
       01 WS-TES-TOTAL            PIC 9(3)   VALUE ZERO.
       01 WS-TES-IDX              PIC 9(3).
       01 WS-TES-IDX-2            PIC 9(3).
       01 WS-TABLA-ALIMENTACION.
           05 WS-TES-ENTRADA OCCURS 200 TIMES.
               10 WS-TES-ORIGEN   PIC XXX.
               10 WS-TES-DESTINO  PIC XXX.
               10 WS-TES-TASA-TXT PIC X(12).
               10 WS-TES-TASA     PIC 9(4)V9(6).
               10 WS-TES-DICTAMEN PIC X.
               10 WS-TES-CODIGO   PIC X(3).
               10 WS-TES-MOTIVO   PIC X(60).
       01 WS-TES-HEADER-VISTO     PIC X      VALUE "N".
           88 TES-HEADER-VISTO       VALUE "S".
       01 WS-TES-TRAILER-VISTO    PIC X      VALUE "N".
           88 TES-TRAILER-VISTO      VALUE "S".
       01 WS-TES-VIGENCIA         PIC 9(8)   VALUE ZERO.
       01 WS-TES-CUENTA           PIC 9(5)   VALUE ZERO.
       01 WS-CONT-DETALLES        PIC 9(5)   VALUE ZERO.
       01 WS-MOTIVO-ALIMENTACION  PIC X(60)  VALUE SPACES.

       01 WS-PAR-VALIDO           PIC X      VALUE "N".
           88 PAR-VALIDO             VALUE "S".
       01 WS-MONEDA-VALIDANDO     PIC XXX.

      * Protección contra errores de tesorería: tasa vigente anterior
      * del par y desviación porcentual contra el umbral, con la
      * misma regla que MANTCAMBIOS aplica a la captura manual.
       01 WS-UMBRAL               PIC 99V99  VALUE 10.
       01 WS-UMBRAL-ED            PIC Z9.99.
       01 WS-TASA-PREVIA          PIC 9(4)V9(6) VALUE ZERO.
       01 WS-TASA-PREVIA-ED       PIC 9(4).9(6).
       01 WS-FECHA-PREVIA         PIC 9(8)   VALUE ZERO.
       01 WS-DESVIACION           PIC 9(3)V99.
       01 WS-DESVIACION-ED        PIC ZZ9.99.
       01 WS-TASA-ED              PIC 9(4).9(6).
       01 WS-TASA-ANTERIOR-ED     PIC 9(4).9(6).

       01 WS-CONT-ALTAS           PIC 9(3)   VALUE ZERO.
       01 WS-CONT-REEMPLAZOS      PIC 9(3)   VALUE ZERO.
       01 WS-CONT-RECHAZOS        PIC 9(3)   VALUE ZERO.
       01 WS-CONT-FALTANTES       PIC 9(3)   VALUE ZERO.
       01 WS-CAMBIOS-TABLA        PIC 9(3)   VALUE ZERO.
       01 WS-PAR-EN-ALIMENTACION  PIC X      VALUE "N".
           88 PAR-EN-ALIMENTACION    VALUE "S".

       01 WS-ALR-SEVERIDAD        PIC X.
       01 WS-ALR-TEXTO            PIC X(60).
       01 WS-FECHA-HORA           PIC X(26).
       01 WS-LINEA                PIC X(132).

      * Días hábiles; sin CALENDARIO.DAT rige lunes a viernes.
       01 WS-CALENDARIO-STATUS    PIC XX.
       01 WS-CALENDARIO-ABIERTO   PIC X      VALUE "N".
           88 CALENDARIO-ABIERTO     VALUE "S".
       01 WS-FECHA-PRUEBA         PIC 9(8).
       01 WS-DIA-SEMANA           PIC 9.
       01 WS-DIA-HABIL            PIC X      VALUE "S".
           88 DIA-HABIL              VALUE "S".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LEER-PARAMETROS.
           PERFORM ABRIR-CALENDARIO.
           PERFORM DETERMINAR-FECHA-CICLO.

           MOVE "INICIO" TO WS-CC-EVENTO.
           MOVE SPACES TO WS-CC-RESULTADO.
           PERFORM REGISTRAR-PASO-CICLO.

           PERFORM ABRIR-MONEDAS-FILE.
           IF NOT ERROR-FATAL THEN
               PERFORM CARGAR-TABLA-PARES
           END-IF.
           IF NOT ERROR-FATAL THEN
               PERFORM ABRIR-INFORME
           END-IF.
           IF NOT ERROR-FATAL THEN
               PERFORM LEER-ALIMENTACION
               IF ALIMENTACION-VALIDA THEN
                   PERFORM VALIDAR-PARES
                   PERFORM APLICAR-PARES
                   IF WS-CAMBIOS-TABLA > ZERO AND NOT ERROR-FATAL THEN
                       PERFORM GRABAR-TABLA-PARES
                   END-IF
                   PERFORM INFORMAR-RECHAZOS
                   PERFORM REVISAR-FALTANTES
               ELSE
                   PERFORM RECHAZAR-ALIMENTACION
               END-IF
               PERFORM ESCRIBIR-RESUMEN
           END-IF.
           IF INFORME-ABIERTO THEN
               CLOSE INFORME-FILE
           END-IF.
           IF MONEDAS-ABIERTO THEN
               CLOSE MONEDAS-FILE
           END-IF.

           MOVE "FIN" TO WS-CC-EVENTO.
           EVALUATE TRUE
               WHEN ERROR-FATAL
                   MOVE "ERROR" TO WS-CC-RESULTADO
               WHEN NOT ALIMENTACION-VALIDA
                   MOVE "ERROR" TO WS-CC-RESULTADO
               WHEN WS-CONT-RECHAZOS > ZERO
                   MOVE "EXCEPCIONES" TO WS-CC-RESULTADO
               WHEN WS-CONT-FALTANTES > ZERO
                   MOVE "EXCEPCIONES" TO WS-CC-RESULTADO
               WHEN OTHER
                   MOVE "OK" TO WS-CC-RESULTADO
           END-EVALUATE.
           PERFORM REGISTRAR-PASO-CICLO.
           IF WS-CC-RESULTADO = "ERROR" THEN
               MOVE "C" TO WS-ALR-SEVERIDAD
               MOVE SPACES TO WS-ALR-TEXTO
               STRING "TIPOS DE CAMBIO NO CARGADOS: CALCULADORA "
                      "MODO B NO ARRANCA"
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
               END-STRING
               PERFORM GRABAR-ALERTA
           END-IF.

           PERFORM CERRAR-CALENDARIO.
           STOP RUN.

      * Toma FECHA, TESORERIA (nombre de la alimentación) y
      * CAMBUMBRAL de PARAMETROS.DAT; el resto de las claves es de
      * otros pasos de la cadena.
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
               WHEN "TESORERIA"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-TESORERIA
               WHEN "CAMBUMBRAL"
                   IF FUNCTION TEST-NUMVAL(WS-PARAM-VALOR) = 0 THEN
                       COMPUTE WS-UMBRAL =
                           FUNCTION NUMVAL(WS-PARAM-VALOR)
                           ON SIZE ERROR
                               DISPLAY "CAMBUMBRAL fuera de rango, "
                                   "se usa 10.00"
                               MOVE 10 TO WS-UMBRAL
                       END-COMPUTE
                   ELSE
                       DISPLAY "CAMBUMBRAL inválido: '"
                           WS-PARAM-VALOR "', se usa 10.00"
                   END-IF
                   IF WS-UMBRAL = ZERO THEN
                       DISPLAY "CAMBUMBRAL debe ser mayor que cero, "
                           "se usa 10.00"
                       MOVE 10 TO WS-UMBRAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * La fecha de ciclo sale de PARAMETROS.DAT o, en su ausencia,
      * del último día hábil, igual que en la cadena. El ciclo
      * anterior es el día hábil previo.
       DETERMINAR-FECHA-CICLO.
           IF WS-FECHA-CICLO-TXT NUMERIC THEN
               MOVE WS-FECHA-CICLO-TXT TO WS-FECHA-CICLO
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FECHA-HORA(1:8) TO WS-FECHA-PRUEBA
               PERFORM RETROCEDER-A-DIA-HABIL
               MOVE WS-FECHA-PRUEBA TO WS-FECHA-CICLO
           END-IF.
           COMPUTE WS-FECHA-PRUEBA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CICLO) - 1).
           PERFORM RETROCEDER-A-DIA-HABIL.
           MOVE WS-FECHA-PRUEBA TO WS-FECHA-CICLO-ANTERIOR.
           IF WS-NOMBRE-TESORERIA = SPACES THEN
               STRING "TESORERIA-" WS-FECHA-CICLO ".DAT"
                   DELIMITED BY SIZE INTO WS-NOMBRE-TESORERIA
               END-STRING
           END-IF.
           MOVE SPACES TO WS-NOMBRE-INFORME.
           STRING "CARGACAMBIOS-" WS-FECHA-CICLO ".DAT"
               DELIMITED BY SIZE INTO WS-NOMBRE-INFORME
           END-STRING.
           MOVE WS-UMBRAL TO WS-UMBRAL-ED.
           DISPLAY "CARGACAMBIOS ciclo " WS-FECHA-CICLO
               ", umbral " WS-UMBRAL-ED " %, alimentación "
               WS-NOMBRE-TESORERIA.

      * Sin catálogo de monedas no se pueden validar los pares: la
      * corrida termina en error, igual que MANTCAMBIOS.
       ABRIR-MONEDAS-FILE.
           OPEN INPUT MONEDAS-FILE.
           IF WS-MONEDAS-STATUS = "00" THEN
               MOVE "S" TO WS-MONEDAS-ABIERTO
           ELSE
               DISPLAY "ERROR fatal abriendo MONEDAS.DAT, status="
                   WS-MONEDAS-STATUS
               DISPLAY "Sin catálogo de monedas no se pueden "
                   "validar los pares, fin del programa"
               MOVE "S" TO WS-ERROR-FATAL
           END-IF.

       CARGAR-TABLA-PARES.
           MOVE ZERO TO WS-PAR-TOTAL.
           MOVE "N" TO WS-EOF-TCAMBIO.
           OPEN INPUT TCAMBIO-FILE.
           IF WS-TCAMBIO-STATUS = "00" THEN
               PERFORM LEER-TIPO-CAMBIO
               PERFORM UNTIL FIN-TCAMBIO
                       OR WS-PAR-TOTAL >= WS-PAR-MAXIMO
                   ADD 1 TO WS-PAR-TOTAL
                   MOVE TC-MONEDA-ORIGEN TO
                       WS-PAR-ORIGEN(WS-PAR-TOTAL)
                   MOVE TC-MONEDA-DESTINO TO
                       WS-PAR-DESTINO(WS-PAR-TOTAL)
                   MOVE TC-TASA TO WS-PAR-TASA(WS-PAR-TOTAL)
                   MOVE TC-FECHA-VIGENCIA TO
                       WS-PAR-FECHA(WS-PAR-TOTAL)
                   PERFORM LEER-TIPO-CAMBIO
               END-PERFORM
               IF NOT FIN-TCAMBIO THEN
                   DISPLAY "ERROR fatal: TIPOS-CAMBIO.DAT excede "
                       WS-PAR-MAXIMO " registros, depure el archivo"
                   MOVE "S" TO WS-ERROR-FATAL
               END-IF
               CLOSE TCAMBIO-FILE
           ELSE
               IF WS-TCAMBIO-STATUS = "35" THEN
                   DISPLAY "No existe TIPOS-CAMBIO.DAT, se creará "
                       "con la carga"
               ELSE
                   DISPLAY "ERROR fatal abriendo TIPOS-CAMBIO.DAT, "
                       "status=" WS-TCAMBIO-STATUS
                   MOVE "S" TO WS-ERROR-FATAL
               END-IF
           END-IF.

       LEER-TIPO-CAMBIO.
           READ TCAMBIO-FILE
               AT END MOVE "S" TO WS-EOF-TCAMBIO
           END-READ.
           IF WS-TCAMBIO-STATUS <> "00" AND
              WS-TCAMBIO-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo TIPOS-CAMBIO.DAT, status="
                   WS-TCAMBIO-STATUS
               MOVE "S" TO WS-EOF-TCAMBIO
               MOVE "S" TO WS-ERROR-FATAL
           END-IF.

       GRABAR-TABLA-PARES.
           OPEN OUTPUT TCAMBIO-FILE.
           IF WS-TCAMBIO-STATUS <> "00" THEN
               DISPLAY "ERROR fatal abriendo TIPOS-CAMBIO.DAT "
                   "para escritura, status=" WS-TCAMBIO-STATUS
               MOVE "S" TO WS-ERROR-FATAL
           ELSE
               PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                       UNTIL WS-PAR-IDX > WS-PAR-TOTAL
                   MOVE WS-PAR-ORIGEN(WS-PAR-IDX) TO
                       TC-MONEDA-ORIGEN
                   MOVE WS-PAR-DESTINO(WS-PAR-IDX) TO
                       TC-MONEDA-DESTINO
                   MOVE WS-PAR-TASA(WS-PAR-IDX) TO TC-TASA
                   MOVE WS-PAR-FECHA(WS-PAR-IDX) TO
                       TC-FECHA-VIGENCIA
                   WRITE TCAMBIO-RECORD
                   IF WS-TCAMBIO-STATUS <> "00" THEN
                       DISPLAY "ERROR escribiendo TIPOS-CAMBIO.DAT, "
                           "status=" WS-TCAMBIO-STATUS
                       MOVE "S" TO WS-ERROR-FATAL
                   END-IF
               END-PERFORM
               CLOSE TCAMBIO-FILE
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
               STRING "CARGA DE TIPOS DE CAMBIO DEL CICLO "
                      WS-FECHA-CICLO " - " WS-FECHA-HORA(1:14)
                      " - " WS-NOMBRE-TESORERIA
                   DELIMITED BY "  " INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "Umbral de desviación " WS-UMBRAL-ED
                      " % contra la vigencia anterior; ciclo "
                      "anterior " WS-FECHA-CICLO-ANTERIOR
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.

      * Lee la alimentación completa a la tabla antes de tocar
      * TIPOS-CAMBIO.DAT: sin encabezado de la vigencia del ciclo o
      * con una cola que no cuadra no se carga ningún par.
       LEER-ALIMENTACION.
           MOVE "S" TO WS-ALIMENTACION-VALIDA.
           MOVE ZERO TO WS-TES-TOTAL.
           MOVE ZERO TO WS-CONT-DETALLES.
           MOVE "N" TO WS-EOF-TESORERIA.
           OPEN INPUT TESORERIA-FILE.
           IF WS-TESORERIA-STATUS <> "00" THEN
               MOVE "N" TO WS-ALIMENTACION-VALIDA
               MOVE SPACES TO WS-MOTIVO-ALIMENTACION
               IF WS-TESORERIA-STATUS = "35" THEN
                   STRING "NO LLEGÓ LA ALIMENTACIÓN DE TESORERÍA"
                       DELIMITED BY SIZE INTO WS-MOTIVO-ALIMENTACION
                   END-STRING
               ELSE
                   STRING "ERROR ABRIENDO LA ALIMENTACIÓN, STATUS="
                          WS-TESORERIA-STATUS
                       DELIMITED BY SIZE INTO WS-MOTIVO-ALIMENTACION
                   END-STRING
               END-IF
           ELSE
               PERFORM LEER-TESORERIA
               PERFORM UNTIL FIN-TESORERIA
                   PERFORM ANOTAR-REGISTRO-TESORERIA
                   PERFORM LEER-TESORERIA
               END-PERFORM
               CLOSE TESORERIA-FILE
               PERFORM VERIFICAR-CONTROLES-TESORERIA
           END-IF.

       LEER-TESORERIA.
           READ TESORERIA-FILE
               AT END MOVE "S" TO WS-EOF-TESORERIA
           END-READ.
           IF WS-TESORERIA-STATUS <> "00" AND
              WS-TESORERIA-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo " WS-NOMBRE-TESORERIA
                   ", status=" WS-TESORERIA-STATUS
               MOVE "S" TO WS-EOF-TESORERIA
               IF ALIMENTACION-VALIDA THEN
                   MOVE "N" TO WS-ALIMENTACION-VALIDA
                   MOVE SPACES TO WS-MOTIVO-ALIMENTACION
                   STRING "ERROR LEYENDO LA ALIMENTACIÓN, STATUS="
                          WS-TESORERIA-STATUS
                       DELIMITED BY SIZE INTO WS-MOTIVO-ALIMENTACION
                   END-STRING
               END-IF
           END-IF.

       ANOTAR-REGISTRO-TESORERIA.
           EVALUATE TES-TIPO-REG
               WHEN "H"
                   IF TES-HEADER-VISTO OR WS-CONT-DETALLES > ZERO THEN
                       PERFORM ALIMENTACION-MAL-FORMADA
                   ELSE
                       MOVE "S" TO WS-TES-HEADER-VISTO
                       IF TES-VIGENCIA NUMERIC THEN
                           MOVE TES-VIGENCIA TO WS-TES-VIGENCIA
                       END-IF
                   END-IF
               WHEN "D"
                   IF NOT TES-HEADER-VISTO OR TES-TRAILER-VISTO THEN
                       PERFORM ALIMENTACION-MAL-FORMADA
                   ELSE
                       ADD 1 TO WS-CONT-DETALLES
                       IF WS-TES-TOTAL < WS-TES-MAXIMO THEN
                           ADD 1 TO WS-TES-TOTAL
                           MOVE TES-ORIGEN TO
                               WS-TES-ORIGEN(WS-TES-TOTAL)
                           MOVE TES-DESTINO TO
                               WS-TES-DESTINO(WS-TES-TOTAL)
                           MOVE TES-TASA TO
                               WS-TES-TASA-TXT(WS-TES-TOTAL)
                           MOVE ZERO TO WS-TES-TASA(WS-TES-TOTAL)
                           MOVE "A" TO WS-TES-DICTAMEN(WS-TES-TOTAL)
                           MOVE SPACES TO WS-TES-CODIGO(WS-TES-TOTAL)
                           MOVE SPACES TO WS-TES-MOTIVO(WS-TES-TOTAL)
                       END-IF
                   END-IF
               WHEN "T"
                   IF NOT TES-HEADER-VISTO OR TES-TRAILER-VISTO THEN
                       PERFORM ALIMENTACION-MAL-FORMADA
                   ELSE
                       MOVE "S" TO WS-TES-TRAILER-VISTO
                       IF TES-CUENTA NUMERIC THEN
                           MOVE TES-CUENTA TO WS-TES-CUENTA
                       ELSE
                           PERFORM ALIMENTACION-MAL-FORMADA
                       END-IF
                   END-IF
               WHEN OTHER
                   IF TESORERIA-RECORD <> SPACES THEN
                       PERFORM ALIMENTACION-MAL-FORMADA
                   END-IF
           END-EVALUATE.

       ALIMENTACION-MAL-FORMADA.
           IF ALIMENTACION-VALIDA THEN
               MOVE "N" TO WS-ALIMENTACION-VALIDA
               MOVE SPACES TO WS-MOTIVO-ALIMENTACION
               STRING "ALIMENTACIÓN MAL FORMADA: REGISTRO '"
                      TES-TIPO-REG "' FUERA DE ORDEN O ILEGIBLE"
                   DELIMITED BY SIZE INTO WS-MOTIVO-ALIMENTACION
               END-STRING
           END-IF.

       VERIFICAR-CONTROLES-TESORERIA.
           IF ALIMENTACION-VALIDA THEN
               MOVE SPACES TO WS-MOTIVO-ALIMENTACION
               EVALUATE TRUE
                   WHEN NOT TES-HEADER-VISTO
                       STRING "ALIMENTACIÓN SIN ENCABEZADO H"
                           DELIMITED BY SIZE
                           INTO WS-MOTIVO-ALIMENTACION
                       END-STRING
                   WHEN WS-TES-VIGENCIA <> WS-FECHA-CICLO
                       STRING "VIGENCIA DE LA ALIMENTACIÓN "
                              WS-TES-VIGENCIA " DISTINTA DEL CICLO "
                              WS-FECHA-CICLO
                           DELIMITED BY SIZE
                           INTO WS-MOTIVO-ALIMENTACION
                       END-STRING
                   WHEN NOT TES-TRAILER-VISTO
                       STRING "ALIMENTACIÓN SIN COLA T (INCOMPLETA)"
                           DELIMITED BY SIZE
                           INTO WS-MOTIVO-ALIMENTACION
                       END-STRING
                   WHEN WS-TES-CUENTA <> WS-CONT-DETALLES
                       STRING "COLA INDICA " WS-TES-CUENTA
                              " PARES Y LLEGARON " WS-CONT-DETALLES
                           DELIMITED BY SIZE
                           INTO WS-MOTIVO-ALIMENTACION
                       END-STRING
                   WHEN WS-CONT-DETALLES > WS-TES-MAXIMO
                       STRING "ALIMENTACIÓN CON MÁS DE "
                              WS-TES-MAXIMO " PARES"
                           DELIMITED BY SIZE
                           INTO WS-MOTIVO-ALIMENTACION
                       END-STRING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-MOTIVO-ALIMENTACION <> SPACES THEN
                   MOVE "N" TO WS-ALIMENTACION-VALIDA
               END-IF
           END-IF.

      * Dictamen de cada par: moneda activa en MONEDAS.DAT, par y tasa
      * válidos, sin repetir dentro de la alimentación y sin exceder
      * el umbral de desviación contra la vigencia anterior. Fuera de
      * tolerancia no se carga: sin operador que confirme, la tasa
      * debe confirmarla un supervisor capturándola en MANTCAMBIOS.
       VALIDAR-PARES.
           PERFORM VARYING WS-TES-IDX FROM 1 BY 1
                   UNTIL WS-TES-IDX > WS-TES-TOTAL
               PERFORM VALIDAR-UN-PAR
           END-PERFORM.

       VALIDAR-UN-PAR.
           IF WS-TES-ORIGEN(WS-TES-IDX) = SPACES OR
              WS-TES-DESTINO(WS-TES-IDX) = SPACES OR
              WS-TES-ORIGEN(WS-TES-IDX) = WS-TES-DESTINO(WS-TES-IDX)
              THEN
               MOVE "PAR" TO WS-TES-CODIGO(WS-TES-IDX)
               MOVE "PAR INVÁLIDO" TO WS-TES-MOTIVO(WS-TES-IDX)
               MOVE "R" TO WS-TES-DICTAMEN(WS-TES-IDX)
           END-IF.

           IF WS-TES-DICTAMEN(WS-TES-IDX) = "A" THEN
               MOVE WS-TES-ORIGEN(WS-TES-IDX) TO WS-MONEDA-VALIDANDO
               PERFORM VALIDAR-MONEDA-ACTIVA
               IF PAR-VALIDO THEN
                   MOVE WS-TES-DESTINO(WS-TES-IDX) TO
                       WS-MONEDA-VALIDANDO
                   PERFORM VALIDAR-MONEDA-ACTIVA
               END-IF
           END-IF.

           IF WS-TES-DICTAMEN(WS-TES-IDX) = "A" THEN
               IF FUNCTION TEST-NUMVAL(WS-TES-TASA-TXT(WS-TES-IDX))
                  = 0 THEN
                   COMPUTE WS-TES-TASA(WS-TES-IDX) =
                       FUNCTION NUMVAL(WS-TES-TASA-TXT(WS-TES-IDX))
                       ON SIZE ERROR
                           MOVE "TAS" TO WS-TES-CODIGO(WS-TES-IDX)
                           MOVE "TASA EXCEDE CAPACIDAD" TO
                               WS-TES-MOTIVO(WS-TES-IDX)
                           MOVE "R" TO WS-TES-DICTAMEN(WS-TES-IDX)
                   END-COMPUTE
                   IF WS-TES-DICTAMEN(WS-TES-IDX) = "A" AND
                      WS-TES-TASA(WS-TES-IDX) = ZERO THEN
                       MOVE "TAS" TO WS-TES-CODIGO(WS-TES-IDX)
                       MOVE "LA TASA DEBE SER MAYOR QUE CERO" TO
                           WS-TES-MOTIVO(WS-TES-IDX)
                       MOVE "R" TO WS-TES-DICTAMEN(WS-TES-IDX)
                   END-IF
               ELSE
                   MOVE "TAS" TO WS-TES-CODIGO(WS-TES-IDX)
                   MOVE "TASA ILEGIBLE" TO WS-TES-MOTIVO(WS-TES-IDX)
                   MOVE "R" TO WS-TES-DICTAMEN(WS-TES-IDX)
               END-IF
           END-IF.

           IF WS-TES-DICTAMEN(WS-TES-IDX) = "A" THEN
               PERFORM VARYING WS-TES-IDX-2 FROM 1 BY 1
                       UNTIL WS-TES-IDX-2 >= WS-TES-IDX
                   IF WS-TES-ORIGEN(WS-TES-IDX-2) =
                      WS-TES-ORIGEN(WS-TES-IDX) AND
                      WS-TES-DESTINO(WS-TES-IDX-2) =
                      WS-TES-DESTINO(WS-TES-IDX) THEN
                       MOVE "DUP" TO WS-TES-CODIGO(WS-TES-IDX)
                       MOVE "PAR REPETIDO EN LA ALIMENTACIÓN" TO
                           WS-TES-MOTIVO(WS-TES-IDX)
                       MOVE "R" TO WS-TES-DICTAMEN(WS-TES-IDX)
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-TES-DICTAMEN(WS-TES-IDX) = "A" THEN
               PERFORM VERIFICAR-DESVIACION
           END-IF.

           IF WS-TES-DICTAMEN(WS-TES-IDX) = "R" THEN
               ADD 1 TO WS-CONT-RECHAZOS
           END-IF.

       VALIDAR-MONEDA-ACTIVA.
           MOVE "S" TO WS-PAR-VALIDO.
           MOVE WS-MONEDA-VALIDANDO TO MON-CODIGO.
           READ MONEDAS-FILE
               INVALID KEY
                   MOVE "N" TO WS-PAR-VALIDO
                   MOVE SPACES TO WS-TES-MOTIVO(WS-TES-IDX)
                   STRING "MONEDA " WS-MONEDA-VALIDANDO
                          " NO CATALOGADA"
                       DELIMITED BY SIZE
                       INTO WS-TES-MOTIVO(WS-TES-IDX)
                   END-STRING
               NOT INVALID KEY
                   IF MON-ACTIVA <> "S" THEN
                       MOVE "N" TO WS-PAR-VALIDO
                       MOVE SPACES TO WS-TES-MOTIVO(WS-TES-IDX)
                       STRING "MONEDA " WS-MONEDA-VALIDANDO
                              " INACTIVA"
                           DELIMITED BY SIZE
                           INTO WS-TES-MOTIVO(WS-TES-IDX)
                       END-STRING
                   END-IF
           END-READ.
           IF NOT PAR-VALIDO THEN
               MOVE "MON" TO WS-TES-CODIGO(WS-TES-IDX)
               MOVE "R" TO WS-TES-DICTAMEN(WS-TES-IDX)
           END-IF.

      * Misma regla que MANTCAMBIOS: última vigencia anterior del
      * mismo par y desviación porcentual contra el umbral.
       VERIFICAR-DESVIACION.
           MOVE ZERO TO WS-TASA-PREVIA.
           MOVE ZERO TO WS-FECHA-PREVIA.
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-PAR-TOTAL
               IF WS-PAR-ORIGEN(WS-PAR-IDX) =
                  WS-TES-ORIGEN(WS-TES-IDX) AND
                  WS-PAR-DESTINO(WS-PAR-IDX) =
                  WS-TES-DESTINO(WS-TES-IDX) AND
                  WS-PAR-FECHA(WS-PAR-IDX) < WS-TES-VIGENCIA AND
                  WS-PAR-FECHA(WS-PAR-IDX) > WS-FECHA-PREVIA THEN
                   MOVE WS-PAR-FECHA(WS-PAR-IDX) TO WS-FECHA-PREVIA
                   MOVE WS-PAR-TASA(WS-PAR-IDX) TO WS-TASA-PREVIA
               END-IF
           END-PERFORM.

           IF WS-TASA-PREVIA > ZERO THEN
               COMPUTE WS-DESVIACION ROUNDED =
                   FUNCTION ABS(WS-TES-TASA(WS-TES-IDX)
                   - WS-TASA-PREVIA) * 100 / WS-TASA-PREVIA
                   ON SIZE ERROR MOVE 999.99 TO WS-DESVIACION
               END-COMPUTE
               IF WS-DESVIACION > WS-UMBRAL THEN
                   MOVE WS-TASA-PREVIA TO WS-TASA-PREVIA-ED
                   MOVE WS-DESVIACION TO WS-DESVIACION-ED
                   MOVE "DES" TO WS-TES-CODIGO(WS-TES-IDX)
                   MOVE SPACES TO WS-TES-MOTIVO(WS-TES-IDX)
                   STRING "DESVÍA " WS-DESVIACION-ED " % DE LA "
                          "VIGENCIA " WS-FECHA-PREVIA " ("
                          WS-TASA-PREVIA-ED ")"
                       DELIMITED BY SIZE
                       INTO WS-TES-MOTIVO(WS-TES-IDX)
                   END-STRING
                   MOVE "R" TO WS-TES-DICTAMEN(WS-TES-IDX)
               END-IF
           END-IF.

      * Los pares aceptados se dan de alta con la vigencia de la
      * alimentación o reemplazan la tasa ya registrada para esa
      * vigencia (tesorería manda sobre la captura manual).
       APLICAR-PARES.
           MOVE SPACES TO WS-LINEA.
           MOVE "PARES CARGADOS" TO WS-LINEA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM VARYING WS-TES-IDX FROM 1 BY 1
                   UNTIL WS-TES-IDX > WS-TES-TOTAL
               IF WS-TES-DICTAMEN(WS-TES-IDX) = "A" THEN
                   PERFORM APLICAR-UN-PAR
               END-IF
           END-PERFORM.

       APLICAR-UN-PAR.
           MOVE ZERO TO WS-PAR-HALLADO.
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-PAR-TOTAL
                   OR WS-PAR-HALLADO > ZERO
               IF WS-PAR-ORIGEN(WS-PAR-IDX) =
                  WS-TES-ORIGEN(WS-TES-IDX) AND
                  WS-PAR-DESTINO(WS-PAR-IDX) =
                  WS-TES-DESTINO(WS-TES-IDX) AND
                  WS-PAR-FECHA(WS-PAR-IDX) = WS-TES-VIGENCIA THEN
                   MOVE WS-PAR-IDX TO WS-PAR-HALLADO
               END-IF
           END-PERFORM.
           MOVE WS-TES-TASA(WS-TES-IDX) TO WS-TASA-ED.
           MOVE SPACES TO WS-LINEA.

           IF WS-PAR-HALLADO > ZERO THEN
               MOVE WS-PAR-TASA(WS-PAR-HALLADO) TO
                   WS-TASA-ANTERIOR-ED
               IF WS-PAR-TASA(WS-PAR-HALLADO) =
                  WS-TES-TASA(WS-TES-IDX) THEN
                   STRING "  " WS-TES-ORIGEN(WS-TES-IDX) "/"
                          WS-TES-DESTINO(WS-TES-IDX) " " WS-TASA-ED
                          " SIN CAMBIO (ya registrada)"
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
               ELSE
                   MOVE WS-TES-TASA(WS-TES-IDX) TO
                       WS-PAR-TASA(WS-PAR-HALLADO)
                   ADD 1 TO WS-CAMBIOS-TABLA
                   ADD 1 TO WS-CONT-REEMPLAZOS
                   STRING "  " WS-TES-ORIGEN(WS-TES-IDX) "/"
                          WS-TES-DESTINO(WS-TES-IDX) " " WS-TASA-ED
                          " REEMPLAZA " WS-TASA-ANTERIOR-ED
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
               END-IF
               PERFORM ESCRIBIR-LINEA
           ELSE
               IF WS-PAR-TOTAL >= WS-PAR-MAXIMO THEN
                   MOVE "R" TO WS-TES-DICTAMEN(WS-TES-IDX)
                   MOVE "LLE" TO WS-TES-CODIGO(WS-TES-IDX)
                   MOVE "TABLA DE PARES LLENA, DEPURE TIPOS-CAMBIO.DAT"
                       TO WS-TES-MOTIVO(WS-TES-IDX)
                   ADD 1 TO WS-CONT-RECHAZOS
               ELSE
                   ADD 1 TO WS-PAR-TOTAL
                   MOVE WS-TES-ORIGEN(WS-TES-IDX) TO
                       WS-PAR-ORIGEN(WS-PAR-TOTAL)
                   MOVE WS-TES-DESTINO(WS-TES-IDX) TO
                       WS-PAR-DESTINO(WS-PAR-TOTAL)
                   MOVE WS-TES-TASA(WS-TES-IDX) TO
                       WS-PAR-TASA(WS-PAR-TOTAL)
                   MOVE WS-TES-VIGENCIA TO WS-PAR-FECHA(WS-PAR-TOTAL)
                   ADD 1 TO WS-CAMBIOS-TABLA
                   ADD 1 TO WS-CONT-ALTAS
                   STRING "  " WS-TES-ORIGEN(WS-TES-IDX) "/"
                          WS-TES-DESTINO(WS-TES-IDX) " " WS-TASA-ED
                          " ALTA"
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
                   PERFORM ESCRIBIR-LINEA
               END-IF
           END-IF.

      * Excepciones: pares rechazados o fuera de tolerancia, con la
      * tasa tal como vino en la alimentación.
       INFORMAR-RECHAZOS.
           IF WS-CONT-RECHAZOS > ZERO THEN
               MOVE SPACES TO WS-LINEA
               STRING "EXCEPCIONES: pares no cargados (PAR=par "
                      "inválido, MON=moneda, TAS=tasa, DUP=repetido, "
                      "DES=desviación, LLE=tabla llena)"
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               PERFORM VARYING WS-TES-IDX FROM 1 BY 1
                       UNTIL WS-TES-IDX > WS-TES-TOTAL
                   IF WS-TES-DICTAMEN(WS-TES-IDX) = "R" THEN
                       MOVE SPACES TO WS-LINEA
                       STRING "  " WS-TES-ORIGEN(WS-TES-IDX) "/"
                              WS-TES-DESTINO(WS-TES-IDX) " "
                              WS-TES-TASA-TXT(WS-TES-IDX) " "
                              WS-TES-CODIGO(WS-TES-IDX) " "
                              WS-TES-MOTIVO(WS-TES-IDX)
                           DELIMITED BY SIZE INTO WS-LINEA
                       END-STRING
                       PERFORM ESCRIBIR-LINEA
                       DISPLAY WS-LINEA
                   END-IF
               END-PERFORM
               MOVE "A" TO WS-ALR-SEVERIDAD
               MOVE SPACES TO WS-ALR-TEXTO
               STRING WS-CONT-RECHAZOS " PARES DE TESORERÍA NO "
                      "CARGADOS POR EXCEPCIÓN"
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
               END-STRING
               PERFORM GRABAR-ALERTA
           END-IF.

      * Pares con vigencia del ciclo anterior que no vinieron en la
      * alimentación: si el ciclo tampoco tiene tasa capturada a mano,
      * CALCULADORA rechazará con STC los detalles de ese par.
       REVISAR-FALTANTES.
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-PAR-TOTAL
               IF WS-PAR-FECHA(WS-PAR-IDX) = WS-FECHA-CICLO-ANTERIOR
                  THEN
                   PERFORM REVISAR-UN-FALTANTE
               END-IF
           END-PERFORM.

       REVISAR-UN-FALTANTE.
           MOVE "N" TO WS-PAR-EN-ALIMENTACION.
           PERFORM VARYING WS-TES-IDX FROM 1 BY 1
                   UNTIL WS-TES-IDX > WS-TES-TOTAL
               IF WS-TES-ORIGEN(WS-TES-IDX) =
                  WS-PAR-ORIGEN(WS-PAR-IDX) AND
                  WS-TES-DESTINO(WS-TES-IDX) =
                  WS-PAR-DESTINO(WS-PAR-IDX) THEN
                   MOVE "S" TO WS-PAR-EN-ALIMENTACION
               END-IF
           END-PERFORM.

           IF NOT PAR-EN-ALIMENTACION THEN
               ADD 1 TO WS-CONT-FALTANTES
               IF WS-CONT-FALTANTES = 1 THEN
                   MOVE SPACES TO WS-LINEA
                   STRING "PARES DEL CICLO " WS-FECHA-CICLO-ANTERIOR
                          " QUE NO VINIERON EN LA ALIMENTACIÓN"
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
                   PERFORM ESCRIBIR-LINEA
               END-IF
               MOVE ZERO TO WS-PAR-HALLADO
               PERFORM VARYING WS-PAR-IDX-2 FROM 1 BY 1
                       UNTIL WS-PAR-IDX-2 > WS-PAR-TOTAL
                   IF WS-PAR-ORIGEN(WS-PAR-IDX-2) =
                      WS-PAR-ORIGEN(WS-PAR-IDX) AND
                      WS-PAR-DESTINO(WS-PAR-IDX-2) =
                      WS-PAR-DESTINO(WS-PAR-IDX) AND
                      WS-PAR-FECHA(WS-PAR-IDX-2) = WS-FECHA-CICLO THEN
                       MOVE WS-PAR-IDX-2 TO WS-PAR-HALLADO
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-LINEA
               MOVE SPACES TO WS-ALR-TEXTO
               IF WS-PAR-HALLADO > ZERO THEN
                   STRING "  " WS-PAR-ORIGEN(WS-PAR-IDX) "/"
                          WS-PAR-DESTINO(WS-PAR-IDX)
                          " FALTA; el ciclo tiene tasa capturada"
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
                   MOVE "A" TO WS-ALR-SEVERIDAD
                   STRING "PAR " WS-PAR-ORIGEN(WS-PAR-IDX) "/"
                          WS-PAR-DESTINO(WS-PAR-IDX)
                          " NO VINO DE TESORERÍA, RIGE LA CAPTURADA"
                       DELIMITED BY SIZE INTO WS-ALR-TEXTO
                   END-STRING
               ELSE
                   STRING "  " WS-PAR-ORIGEN(WS-PAR-IDX) "/"
                          WS-PAR-DESTINO(WS-PAR-IDX)
                          " FALTA; el ciclo queda sin tasa"
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
                   MOVE "C" TO WS-ALR-SEVERIDAD
                   STRING "PAR " WS-PAR-ORIGEN(WS-PAR-IDX) "/"
                          WS-PAR-DESTINO(WS-PAR-IDX)
                          " DEL CICLO ANTERIOR NO VINO DE TESORERÍA"
                       DELIMITED BY SIZE INTO WS-ALR-TEXTO
                   END-STRING
               END-IF
               PERFORM ESCRIBIR-LINEA
               DISPLAY WS-LINEA
               PERFORM GRABAR-ALERTA
           END-IF.

       RECHAZAR-ALIMENTACION.
           MOVE SPACES TO WS-LINEA.
           STRING "ALIMENTACIÓN RECHAZADA, NO SE CARGÓ NINGÚN PAR: "
                  WS-MOTIVO-ALIMENTACION
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           DISPLAY WS-LINEA.
           MOVE "C" TO WS-ALR-SEVERIDAD.
           MOVE WS-MOTIVO-ALIMENTACION TO WS-ALR-TEXTO.
           PERFORM GRABAR-ALERTA.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO WS-LINEA.
           STRING "Pares en la alimentación: " WS-CONT-DETALLES
                  " altas: " WS-CONT-ALTAS
                  " reemplazos: " WS-CONT-REEMPLAZOS
                  " no cargados: " WS-CONT-RECHAZOS
                  " faltantes del ciclo anterior: " WS-CONT-FALTANTES
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
               MOVE "CARGACAMBIOS" TO CC-PROGRAMA
               MOVE WS-CC-EVENTO TO CC-EVENTO
               MOVE WS-CC-RESULTADO TO CC-RESULTADO
               MOVE WS-FECHA-HORA(1:14) TO CC-ESTAMPA
               WRITE CICLO-RECORD
               IF WS-CICLO-STATUS <> "00" THEN
                   DISPLAY "ERROR escribiendo CICLO-CONTROL.DAT, "
                       "status=" WS-CICLO-STATUS
               END-IF
               CLOSE CICLO-FILE
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
               MOVE "CARGACAMBIOS" TO ALR-PROGRAMA
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
