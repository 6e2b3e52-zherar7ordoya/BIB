       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POSICION.

      * Posición diaria por moneda y revaluación a la moneda base.
      * Acumula por moneda resultado los renglones de la interfaz
      * contable del ciclo (los resultados OK que CALCULADORA entregó
      * al sistema contable), ya sea que sigan en INTERFAZ-AAAAMMDD.CSV
      * o que ARCHAUDIT ya los haya traspasado a INTERFAZ-HIST.CSV.
      * La posición de apertura de cada moneda es el cierre del ciclo
      * anterior registrado en POSICIONES.DAT; el cierre se valúa al
      * tipo de cambio del ciclo contra MONEDABASE= (MXN por omisión)
      * y la revaluación es la apertura por la variación contra el
      * tipo del ciclo anterior. Una moneda con posición y sin tipo de
      * cambio del ciclo se lista como excepción y no se valúa. Los
      * cierres se agregan a POSICIONES.DAT para abrir el día
      * siguiente; en el último día hábil del mes se agrega al
      * informe la tendencia del mes por moneda. El informe queda en
      * POSICION-AAAAMMDD.DAT. Sólo corre después de que INTTOTAL haya
      * terminado OK el ciclo, cuando la interfaz ya está completa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERFACE-FILE ASSIGN TO DYNAMIC WS-NOMBRE-INTERFAZ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
           SELECT INTHIST-FILE ASSIGN TO "INTERFAZ-HIST.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTHIST-STATUS.
           SELECT POSICIONES-FILE ASSIGN TO "POSICIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSICIONES-STATUS.
           SELECT TCAMBIO-FILE ASSIGN TO "TIPOS-CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCAMBIO-STATUS.
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
       FD  INTERFACE-FILE
           RECORDING MODE IS F.
       01 INTERFACE-RECORD        PIC X(100).

      * Histórico de la interfaz (ARCHAUDIT): renglón hasta la
      * posición 82 y fecha de ciclo a partir de la 84.
       FD  INTHIST-FILE
           RECORDING MODE IS F.
       01 INTHIST-RECORD          PIC X(100).

      * Historia de posiciones: un registro por ciclo y moneda con
      * apertura, movimiento del día, cierre, tipo de cambio y
      * valuación en la moneda base. Si un ciclo se vuelve a correr
      * rige el último juego de registros (misma estampa) del ciclo.
       FD  POSICIONES-FILE
           RECORDING MODE IS F.
       01 POSICIONES-RECORD.
           05 POS-FECHA           PIC 9(8).
           05 FILLER              PIC X.
           05 POS-MONEDA          PIC XXX.
           05 FILLER              PIC X.
           05 POS-APERTURA        PIC S9(13)V9(3)
               SIGN LEADING SEPARATE.
           05 FILLER              PIC X.
           05 POS-MOVIMIENTO      PIC S9(13)V9(3)
               SIGN LEADING SEPARATE.
           05 FILLER              PIC X.
           05 POS-CIERRE          PIC S9(13)V9(3)
               SIGN LEADING SEPARATE.
           05 FILLER              PIC X.
           05 POS-RENGLONES       PIC 9(7).
           05 FILLER              PIC X.
           05 POS-MONEDA-BASE     PIC XXX.
           05 FILLER              PIC X.
           05 POS-TASA            PIC 9(4)V9(6).
           05 FILLER              PIC X.
           05 POS-VALOR-BASE      PIC S9(13)V9(3)
               SIGN LEADING SEPARATE.
           05 FILLER              PIC X.
           05 POS-REVALUACION     PIC S9(13)V9(3)
               SIGN LEADING SEPARATE.
           05 FILLER              PIC X.
           05 POS-ESTADO          PIC X.
           05 FILLER              PIC X.
           05 POS-ESTAMPA         PIC X(14).

       FD  TCAMBIO-FILE
           RECORDING MODE IS F.
       01 TCAMBIO-RECORD.
           05 TC-MONEDA-ORIGEN    PIC XXX.
           05 TC-MONEDA-DESTINO   PIC XXX.
           05 TC-TASA             PIC 9(4)V9(6).
           05 FILLER              PIC X.
           05 TC-FECHA-VIGENCIA   PIC 9(8).

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
       01 WS-INTERFACE-STATUS     PIC XX.
       01 WS-INTHIST-STATUS       PIC XX.
       01 WS-POSICIONES-STATUS    PIC XX.
       01 WS-TCAMBIO-STATUS       PIC XX.
       01 WS-INFORME-STATUS       PIC XX.
       01 WS-PARAM-STATUS         PIC XX.
       01 WS-CICLO-STATUS         PIC XX.
       01 WS-ALERTAS-STATUS       PIC XX.

       01 WS-NOMBRE-INTERFAZ      PIC X(44)  VALUE "INTERFAZ.CSV".
       01 WS-INTERFAZ-NOMBRADO    PIC X      VALUE "N".
           88 INTERFAZ-NOMBRADO      VALUE "S".
       01 WS-NOMBRE-INFORME       PIC X(44)  VALUE SPACES.

       01 WS-EOF-PARAM            PIC X      VALUE "N".
           88 FIN-PARAM              VALUE "S".
       01 WS-PARAM-CLAVE          PIC X(12).
       01 WS-PARAM-VALOR          PIC X(44).
       01 WS-FECHA-CICLO-TXT      PIC X(8)   VALUE SPACES.
       01 WS-FECHA-CICLO          PIC 9(8)   VALUE ZERO.
       01 WS-MONEDA-BASE          PIC XXX    VALUE "MXN".

       01 WS-ERROR-FATAL          PIC X      VALUE "N".
           88 ERROR-FATAL             VALUE "S".
       01 WS-INFORME-ABIERTO      PIC X      VALUE "N".
           88 INFORME-ABIERTO        VALUE "S".

      * Orden del ciclo: la interfaz se da por completa cuando
      * INTTOTAL terminó OK el ciclo.
       01 WS-EOF-CICLO            PIC X      VALUE "N".
           88 FIN-CICLO              VALUE "S".
       01 WS-INTTOTAL-RESULTADO   PIC X(16)  VALUE SPACES.

      * Posición del ciclo anterior registrado en POSICIONES.DAT.
       01 WS-EOF-POSICIONES       PIC X      VALUE "N".
           88 FIN-POSICIONES         VALUE "S".
       01 WS-FECHA-ANTERIOR       PIC 9(8)   VALUE ZERO.
       01 WS-ESTAMPA-VIGENTE      PIC X(14)  VALUE SPACES.
       01 WS-ESTAMPA-CORRIDA      PIC X(14)  VALUE SPACES.

      * Posiciones por moneda del ciclo.
       01 WS-POS-MAXIMO           PIC 9(3)   VALUE 100.
       01 WS-POS-TOTAL            PIC 9(3)   VALUE ZERO.
       01 WS-POS-IDX              PIC 9(3).
       01 WS-POS-HALLADO          PIC 9(3)   VALUE ZERO.
       01 WS-TABLA-POSICIONES.
           05 WS-POS-ENTRADA OCCURS 100 TIMES.
               10 WS-POS-MONEDA      PIC XXX.
               10 WS-POS-APERTURA    PIC S9(13)V9(3).
               10 WS-POS-MOVIMIENTO  PIC S9(13)V9(3).
               10 WS-POS-CIERRE      PIC S9(13)V9(3).
               10 WS-POS-RENGLONES   PIC 9(7).
               10 WS-POS-TASA-ANT    PIC 9(4)V9(6).
               10 WS-POS-BASE-ANT    PIC XXX.
               10 WS-POS-TASA        PIC 9(4)V9(6).
               10 WS-POS-VALOR       PIC S9(13)V9(3).
               10 WS-POS-REVAL       PIC S9(13)V9(3).
               10 WS-POS-ESTADO      PIC X.
       01 WS-MONEDA-BUSCADA       PIC XXX.

      * Tipos de cambio del ciclo y del ciclo anterior.
       01 WS-EOF-TCAMBIO          PIC X      VALUE "N".
           88 FIN-TCAMBIO            VALUE "S".
       01 WS-TC-MAXIMO            PIC 9(3)   VALUE 200.
       01 WS-TC-TOTAL             PIC 9(3)   VALUE ZERO.
       01 WS-TC-IDX               PIC 9(3).
       01 WS-TABLA-TIPOS.
           05 WS-TC-ENTRADA OCCURS 200 TIMES.
               10 WS-TC-ORIGEN    PIC XXX.
               10 WS-TC-DESTINO   PIC XXX.
               10 WS-TC-TASA      PIC 9(4)V9(6).
               10 WS-TC-FECHA     PIC 9(8).
       01 WS-FECHA-TASA           PIC 9(8).
       01 WS-TASA-CAMBIO          PIC 9(4)V9(6) VALUE ZERO.
       01 WS-TASA-ENCONTRADA      PIC X      VALUE "N".
           88 TASA-ENCONTRADA        VALUE "S".

      * Renglones de la interfaz del ciclo.
       01 WS-EOF-INTERFACE        PIC X      VALUE "N".
           88 FIN-INTERFACE          VALUE "S".
       01 WS-EOF-INTHIST          PIC X      VALUE "N".
           88 FIN-INTHIST            VALUE "S".
       01 WS-RENGLON              PIC X(100).
       01 WS-INT-NUM1             PIC X(12).
       01 WS-INT-OPER             PIC X.
       01 WS-INT-NUM2             PIC X(12).
       01 WS-INT-RESULT           PIC X(12).
       01 WS-INT-MONEDA           PIC XXX.
       01 WS-INT-OPERADOR         PIC X(8).
       01 WS-INT-SISTEMA          PIC X(8).
       01 WS-MONTO-RESULT         PIC S9(5)V9(3)
                                  SIGN LEADING SEPARATE.
       01 WS-CONT-RENGLONES       PIC 9(7)   VALUE ZERO.
       01 WS-CONT-SIN-MONEDA      PIC 9(7)   VALUE ZERO.
       01 WS-CONT-ILEGIBLES       PIC 9(7)   VALUE ZERO.

      * Totales en moneda base y excepciones sin tipo de cambio.
       01 WS-TOTAL-VALOR          PIC S9(13)V9(3) VALUE ZERO.
       01 WS-TOTAL-REVAL          PIC S9(13)V9(3) VALUE ZERO.
       01 WS-CONT-EXCEPCIONES     PIC 9(3)   VALUE ZERO.

      * Tendencia del mes: último juego de cierres de cada ciclo del
      * mes, con la estampa de la corrida que lo grabó.
       01 WS-FIN-DE-MES           PIC X      VALUE "N".
           88 FIN-DE-MES             VALUE "S".
       01 WS-MES-MAXIMO           PIC 9(4)   VALUE 1000.
       01 WS-MES-TOTAL            PIC 9(4)   VALUE ZERO.
       01 WS-MES-IDX              PIC 9(4).
       01 WS-MES-IDX2             PIC 9(4).
       01 WS-TABLA-MES.
           05 WS-MES-ENTRADA OCCURS 1000 TIMES.
               10 WS-MES-FECHA       PIC 9(8).
               10 WS-MES-MONEDA      PIC XXX.
               10 WS-MES-APERTURA    PIC S9(13)V9(3).
               10 WS-MES-MOVIMIENTO  PIC S9(13)V9(3).
               10 WS-MES-CIERRE      PIC S9(13)V9(3).
               10 WS-MES-VALOR       PIC S9(13)V9(3).
               10 WS-MES-REVAL       PIC S9(13)V9(3).
               10 WS-MES-ESTADO      PIC X.
               10 WS-MES-ESTAMPA     PIC X(14).
       01 WS-MES-FECHA-PREVIA     PIC 9(8)   VALUE ZERO.
       01 WS-MES-ESTAMPA-PREVIA   PIC X(14)  VALUE SPACES.
       01 WS-TEND-PRIMERA         PIC X      VALUE "N".
           88 TEND-PRIMERA           VALUE "S".
       01 WS-TEND-APERTURA        PIC S9(13)V9(3).
       01 WS-TEND-MOVIMIENTO      PIC S9(13)V9(3).
       01 WS-TEND-CIERRE          PIC S9(13)V9(3).
       01 WS-TEND-REVAL           PIC S9(13)V9(3).
       01 WS-TEND-CICLOS          PIC 9(3).
       01 WS-TEND-MONEDA          PIC XXX.
       01 WS-TEND-REPETIDA        PIC X      VALUE "N".
           88 TEND-REPETIDA          VALUE "S".

       01 WS-ALR-SEVERIDAD        PIC X.
       01 WS-ALR-TEXTO            PIC X(60).
       01 WS-FECHA-HORA           PIC X(26).
       01 WS-LINEA                PIC X(132).
       01 WS-MONTO-ED-1           PIC +9(13).999.
       01 WS-MONTO-ED-2           PIC +9(13).999.
       01 WS-MONTO-ED-3           PIC +9(13).999.
       01 WS-MONTO-ED-4           PIC +9(13).999.
       01 WS-MONTO-ED-5           PIC +9(13).999.
       01 WS-TASA-ED              PIC 9(4).9(6).
       01 WS-TASA-ANT-ED          PIC 9(4).9(6).

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
           PERFORM VERIFICAR-CICLO-PREVIO.

           IF WS-INTTOTAL-RESULTADO <> "OK" THEN
               DISPLAY "POSICION fuera de orden: INTTOTAL no ha "
                   "terminado OK el ciclo " WS-FECHA-CICLO
                   ", fin del programa"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FECHA-HORA(1:14) TO WS-ESTAMPA-CORRIDA
               PERFORM CARGAR-POSICION-ANTERIOR
               PERFORM CARGAR-TIPOS-CAMBIO
               IF NOT ERROR-FATAL THEN
                   PERFORM ACUMULAR-INTERFAZ
               END-IF
               IF NOT ERROR-FATAL THEN
                   PERFORM ABRIR-INFORME
               END-IF
               IF NOT ERROR-FATAL THEN
                   PERFORM VALUAR-POSICIONES
                   PERFORM INFORMAR-EXCEPCIONES
                   PERFORM GRABAR-POSICIONES
               END-IF
               IF NOT ERROR-FATAL THEN
                   PERFORM VERIFICAR-FIN-DE-MES
                   IF FIN-DE-MES THEN
                       PERFORM INFORMAR-TENDENCIA
                   END-IF
               END-IF
               IF INFORME-ABIERTO THEN
                   CLOSE INFORME-FILE
               END-IF
           END-IF.

           PERFORM CERRAR-CALENDARIO.
           STOP RUN.

      * Toma FECHA, INTERFAZ= y MONEDABASE de PARAMETROS.DAT; el resto
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
               WHEN "INTERFAZ"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-INTERFAZ
                   MOVE "S" TO WS-INTERFAZ-NOMBRADO
               WHEN "MONEDABASE"
                   IF WS-PARAM-VALOR(1:3) ALPHABETIC-UPPER AND
                      WS-PARAM-VALOR(1:3) <> SPACES AND
                      WS-PARAM-VALOR(4:1) = SPACE THEN
                       MOVE WS-PARAM-VALOR(1:3) TO WS-MONEDA-BASE
                   ELSE
                       DISPLAY "MONEDABASE inválida: '"
                           WS-PARAM-VALOR "', se usa "
                           WS-MONEDA-BASE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * La fecha de ciclo sale de PARAMETROS.DAT o, en su ausencia,
      * del último día hábil, igual que en la cadena. La interfaz se
      * nombra como en CONCILIA e INTTOTAL: fechada sólo si FECHA= es
      * numérica y no hay INTERFAZ=; si no, CALCULADORA escribió
      * INTERFAZ.CSV sin fecha.
       DETERMINAR-FECHA-CICLO.
           IF WS-FECHA-CICLO-TXT NUMERIC THEN
               MOVE WS-FECHA-CICLO-TXT TO WS-FECHA-CICLO
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FECHA-HORA(1:8) TO WS-FECHA-PRUEBA
               PERFORM RETROCEDER-A-DIA-HABIL
               MOVE WS-FECHA-PRUEBA TO WS-FECHA-CICLO
           END-IF.
           IF WS-FECHA-CICLO-TXT NUMERIC AND
              NOT INTERFAZ-NOMBRADO THEN
               MOVE SPACES TO WS-NOMBRE-INTERFAZ
               STRING "INTERFAZ-" WS-FECHA-CICLO-TXT ".CSV"
                   DELIMITED BY SIZE INTO WS-NOMBRE-INTERFAZ
               END-STRING
           END-IF.
           MOVE SPACES TO WS-NOMBRE-INFORME.
           STRING "POSICION-" WS-FECHA-CICLO ".DAT"
               DELIMITED BY SIZE INTO WS-NOMBRE-INFORME
           END-STRING.

       VERIFICAR-CICLO-PREVIO.
           MOVE SPACES TO WS-INTTOTAL-RESULTADO.
           MOVE "N" TO WS-EOF-CICLO.
           OPEN INPUT CICLO-FILE.
           IF WS-CICLO-STATUS = "00" THEN
               PERFORM LEER-CICLO
               PERFORM UNTIL FIN-CICLO
                   IF CC-FECHA = WS-FECHA-CICLO AND
                      CC-PROGRAMA = "INTTOTAL" AND
                      CC-EVENTO = "FIN" THEN
                       MOVE CC-RESULTADO TO WS-INTTOTAL-RESULTADO
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

      * Dos pasadas sobre POSICIONES.DAT: la primera ubica el último
      * ciclo anterior al de la corrida, la segunda toma su último
      * juego de cierres como apertura de cada moneda.
       CARGAR-POSICION-ANTERIOR.
           MOVE ZERO TO WS-POS-TOTAL.
           MOVE ZERO TO WS-FECHA-ANTERIOR.
           MOVE "N" TO WS-EOF-POSICIONES.
           OPEN INPUT POSICIONES-FILE.
           IF WS-POSICIONES-STATUS = "00" THEN
               PERFORM LEER-POSICION
               PERFORM UNTIL FIN-POSICIONES
                   IF POS-FECHA < WS-FECHA-CICLO AND
                      POS-FECHA > WS-FECHA-ANTERIOR THEN
                       MOVE POS-FECHA TO WS-FECHA-ANTERIOR
                   END-IF
                   PERFORM LEER-POSICION
               END-PERFORM
               CLOSE POSICIONES-FILE
           ELSE
               IF WS-POSICIONES-STATUS = "35" THEN
                   DISPLAY "No existe POSICIONES.DAT, las posiciones "
                       "abren en cero"
               ELSE
                   DISPLAY "ERROR fatal abriendo POSICIONES.DAT, "
                       "status=" WS-POSICIONES-STATUS
                   MOVE "S" TO WS-ERROR-FATAL
               END-IF
           END-IF.

           IF WS-FECHA-ANTERIOR > ZERO AND NOT ERROR-FATAL THEN
               MOVE SPACES TO WS-ESTAMPA-VIGENTE
               MOVE "N" TO WS-EOF-POSICIONES
               OPEN INPUT POSICIONES-FILE
               PERFORM LEER-POSICION
               PERFORM UNTIL FIN-POSICIONES
                   IF POS-FECHA = WS-FECHA-ANTERIOR THEN
                       IF POS-ESTAMPA <> WS-ESTAMPA-VIGENTE THEN
                           MOVE POS-ESTAMPA TO WS-ESTAMPA-VIGENTE
                           MOVE ZERO TO WS-POS-TOTAL
                       END-IF
                       PERFORM ABRIR-POSICION-ANTERIOR
                   END-IF
                   PERFORM LEER-POSICION
               END-PERFORM
               CLOSE POSICIONES-FILE
           END-IF.

       ABRIR-POSICION-ANTERIOR.
           MOVE POS-MONEDA TO WS-MONEDA-BUSCADA.
           PERFORM UBICAR-MONEDA.
           IF WS-POS-HALLADO > ZERO THEN
               MOVE POS-CIERRE TO WS-POS-APERTURA(WS-POS-HALLADO)
               MOVE POS-MONEDA-BASE TO WS-POS-BASE-ANT(WS-POS-HALLADO)
               IF POS-ESTADO = "V" THEN
                   MOVE POS-TASA TO WS-POS-TASA-ANT(WS-POS-HALLADO)
               END-IF
           END-IF.

       LEER-POSICION.
           READ POSICIONES-FILE
               AT END MOVE "S" TO WS-EOF-POSICIONES
           END-READ.
           IF WS-POSICIONES-STATUS <> "00" AND
              WS-POSICIONES-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo POSICIONES.DAT, status="
                   WS-POSICIONES-STATUS
               MOVE "S" TO WS-EOF-POSICIONES
               MOVE "S" TO WS-ERROR-FATAL
           END-IF.

      * Busca la moneda en la tabla del ciclo y la agrega en cero si
      * no está.
       UBICAR-MONEDA.
           MOVE ZERO TO WS-POS-HALLADO.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-TOTAL
                   OR WS-POS-HALLADO > ZERO
               IF WS-POS-MONEDA(WS-POS-IDX) = WS-MONEDA-BUSCADA THEN
                   MOVE WS-POS-IDX TO WS-POS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-POS-HALLADO = ZERO THEN
               IF WS-POS-TOTAL >= WS-POS-MAXIMO THEN
                   DISPLAY "ERROR fatal: más de " WS-POS-MAXIMO
                       " monedas con posición"
                   MOVE "S" TO WS-ERROR-FATAL
               ELSE
                   ADD 1 TO WS-POS-TOTAL
                   MOVE WS-POS-TOTAL TO WS-POS-HALLADO
                   MOVE WS-MONEDA-BUSCADA TO
                       WS-POS-MONEDA(WS-POS-HALLADO)
                   MOVE ZERO TO WS-POS-APERTURA(WS-POS-HALLADO)
                   MOVE ZERO TO WS-POS-MOVIMIENTO(WS-POS-HALLADO)
                   MOVE ZERO TO WS-POS-CIERRE(WS-POS-HALLADO)
                   MOVE ZERO TO WS-POS-RENGLONES(WS-POS-HALLADO)
                   MOVE ZERO TO WS-POS-TASA-ANT(WS-POS-HALLADO)
                   MOVE SPACES TO WS-POS-BASE-ANT(WS-POS-HALLADO)
                   MOVE ZERO TO WS-POS-TASA(WS-POS-HALLADO)
                   MOVE ZERO TO WS-POS-VALOR(WS-POS-HALLADO)
                   MOVE ZERO TO WS-POS-REVAL(WS-POS-HALLADO)
                   MOVE SPACES TO WS-POS-ESTADO(WS-POS-HALLADO)
               END-IF
           END-IF.

      * Sólo interesan los tipos vigentes en el ciclo y en el ciclo
      * anterior de la historia de posiciones.
       CARGAR-TIPOS-CAMBIO.
           MOVE ZERO TO WS-TC-TOTAL.
           MOVE "N" TO WS-EOF-TCAMBIO.
           OPEN INPUT TCAMBIO-FILE.
           IF WS-TCAMBIO-STATUS = "00" THEN
               PERFORM LEER-TIPO-CAMBIO
               PERFORM UNTIL FIN-TCAMBIO
                       OR WS-TC-TOTAL >= WS-TC-MAXIMO
                   IF TC-FECHA-VIGENCIA NUMERIC AND
                      TC-TASA NUMERIC AND
                      (TC-FECHA-VIGENCIA = WS-FECHA-CICLO OR
                       TC-FECHA-VIGENCIA = WS-FECHA-ANTERIOR) THEN
                       ADD 1 TO WS-TC-TOTAL
                       MOVE TC-MONEDA-ORIGEN TO
                           WS-TC-ORIGEN(WS-TC-TOTAL)
                       MOVE TC-MONEDA-DESTINO TO
                           WS-TC-DESTINO(WS-TC-TOTAL)
                       MOVE TC-TASA TO WS-TC-TASA(WS-TC-TOTAL)
                       MOVE TC-FECHA-VIGENCIA TO
                           WS-TC-FECHA(WS-TC-TOTAL)
                   END-IF
                   PERFORM LEER-TIPO-CAMBIO
               END-PERFORM
               IF NOT FIN-TCAMBIO THEN
                   DISPLAY "AVISO: tabla de tipos de cambio llena, "
                       "se ignoran registros a partir del "
                       WS-TC-MAXIMO
               END-IF
               CLOSE TCAMBIO-FILE
           ELSE
               IF WS-TCAMBIO-STATUS <> "35" THEN
                   DISPLAY "ERROR abriendo TIPOS-CAMBIO.DAT, status="
                       WS-TCAMBIO-STATUS
                       ", se continua sin tipos de cambio"
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
           END-IF.

      * Tipo de WS-MONEDA-BUSCADA a la moneda base vigente en
      * WS-FECHA-TASA: el par directo moneda/base o, si no está, el
      * inverso base/moneda, igual que convierte CALCULADORA.
       BUSCAR-TIPO-CAMBIO.
           MOVE ZERO TO WS-TASA-CAMBIO.
           MOVE "N" TO WS-TASA-ENCONTRADA.
           IF WS-MONEDA-BUSCADA = WS-MONEDA-BASE THEN
               MOVE 1 TO WS-TASA-CAMBIO
               MOVE "S" TO WS-TASA-ENCONTRADA
           END-IF.
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-TOTAL OR TASA-ENCONTRADA
               IF WS-TC-ORIGEN(WS-TC-IDX) = WS-MONEDA-BUSCADA AND
                  WS-TC-DESTINO(WS-TC-IDX) = WS-MONEDA-BASE AND
                  WS-TC-FECHA(WS-TC-IDX) = WS-FECHA-TASA AND
                  WS-TC-TASA(WS-TC-IDX) > ZERO THEN
                   MOVE WS-TC-TASA(WS-TC-IDX) TO WS-TASA-CAMBIO
                   MOVE "S" TO WS-TASA-ENCONTRADA
               END-IF
           END-PERFORM.
           IF NOT TASA-ENCONTRADA THEN
               PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                       UNTIL WS-TC-IDX > WS-TC-TOTAL
                       OR TASA-ENCONTRADA
                   IF WS-TC-ORIGEN(WS-TC-IDX) = WS-MONEDA-BASE AND
                      WS-TC-DESTINO(WS-TC-IDX) = WS-MONEDA-BUSCADA AND
                      WS-TC-FECHA(WS-TC-IDX) = WS-FECHA-TASA AND
                      WS-TC-TASA(WS-TC-IDX) > ZERO THEN
                       COMPUTE WS-TASA-CAMBIO ROUNDED =
                           1 / WS-TC-TASA(WS-TC-IDX)
                           ON SIZE ERROR
                               MOVE ZERO TO WS-TASA-CAMBIO
                           NOT ON SIZE ERROR
                               MOVE "S" TO WS-TASA-ENCONTRADA
                       END-COMPUTE
                   END-IF
               END-PERFORM
           END-IF.

      * Movimiento del día: renglones que siguen en la interfaz
      * fechada del ciclo más los que ARCHAUDIT ya traspasó al
      * histórico con la fecha del ciclo. ARCHAUDIT vacía la interfaz
      * al traspasar, así que un renglón nunca está en los dos. Con
      * INTTOTAL terminado OK la interfaz debe existir (vacía si ya se
      * archivó); si falta, la posición saldría incompleta.
       ACUMULAR-INTERFAZ.
           MOVE "N" TO WS-EOF-INTERFACE.
           OPEN INPUT INTERFACE-FILE.
           IF WS-INTERFACE-STATUS = "00" THEN
               PERFORM LEER-INTERFAZ
               PERFORM UNTIL FIN-INTERFACE
                   MOVE INTERFACE-RECORD TO WS-RENGLON
                   PERFORM ACUMULAR-RENGLON
                   PERFORM LEER-INTERFAZ
               END-PERFORM
               CLOSE INTERFACE-FILE
           ELSE
               IF WS-INTERFACE-STATUS = "35" THEN
                   DISPLAY "ERROR fatal: no existe "
                       WS-NOMBRE-INTERFAZ
                       " y INTTOTAL terminó OK el ciclo "
                       WS-FECHA-CICLO
               ELSE
                   DISPLAY "ERROR fatal abriendo " WS-NOMBRE-INTERFAZ
                       ", status=" WS-INTERFACE-STATUS
               END-IF
               MOVE "S" TO WS-ERROR-FATAL
           END-IF.

           IF NOT ERROR-FATAL THEN
               MOVE "N" TO WS-EOF-INTHIST
               OPEN INPUT INTHIST-FILE
               IF WS-INTHIST-STATUS = "00" THEN
                   PERFORM LEER-INTHIST
                   PERFORM UNTIL FIN-INTHIST
                       IF INTHIST-RECORD(84:8) = WS-FECHA-CICLO OR
                          (INTHIST-RECORD(83:9) = SPACES AND
                           INTHIST-RECORD(58:8) = WS-FECHA-CICLO) THEN
                           MOVE INTHIST-RECORD TO WS-RENGLON
                           PERFORM ACUMULAR-RENGLON
                       END-IF
                       PERFORM LEER-INTHIST
                   END-PERFORM
                   CLOSE INTHIST-FILE
               ELSE
                   IF WS-INTHIST-STATUS <> "35" THEN
                       DISPLAY "ERROR fatal abriendo "
                           "INTERFAZ-HIST.CSV, status="
                           WS-INTHIST-STATUS
                       MOVE "S" TO WS-ERROR-FATAL
                   END-IF
               END-IF
           END-IF.

       LEER-INTERFAZ.
           READ INTERFACE-FILE
               AT END MOVE "S" TO WS-EOF-INTERFACE
           END-READ.
           IF WS-INTERFACE-STATUS <> "00" AND
              WS-INTERFACE-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo " WS-NOMBRE-INTERFAZ
                   ", status=" WS-INTERFACE-STATUS
               MOVE "S" TO WS-EOF-INTERFACE
               MOVE "S" TO WS-ERROR-FATAL
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
               MOVE "S" TO WS-ERROR-FATAL
           END-IF.

      * Separa el renglón num1,oper,num2,resultado,moneda,operador,
      * sistema y suma el resultado a la posición de su moneda. Los
      * renglones sin moneda (cálculos sin detalle "D") no forman
      * posición.
       ACUMULAR-RENGLON.
           ADD 1 TO WS-CONT-RENGLONES.
           MOVE SPACES TO WS-INT-NUM1.
           MOVE SPACES TO WS-INT-OPER.
           MOVE SPACES TO WS-INT-NUM2.
           MOVE SPACES TO WS-INT-RESULT.
           MOVE SPACES TO WS-INT-MONEDA.
           MOVE SPACES TO WS-INT-OPERADOR.
           MOVE SPACES TO WS-INT-SISTEMA.
           UNSTRING WS-RENGLON DELIMITED BY ","
               INTO WS-INT-NUM1 WS-INT-OPER WS-INT-NUM2
                    WS-INT-RESULT WS-INT-MONEDA WS-INT-OPERADOR
                    WS-INT-SISTEMA
           END-UNSTRING.

           IF WS-INT-OPER = SPACES OR
              FUNCTION TEST-NUMVAL(WS-INT-RESULT) NOT = 0 THEN
               DISPLAY "Renglón " WS-CONT-RENGLONES
                   " ilegible, se omite de la posición"
               ADD 1 TO WS-CONT-ILEGIBLES
           ELSE
               IF WS-INT-MONEDA = SPACES THEN
                   ADD 1 TO WS-CONT-SIN-MONEDA
               ELSE
                   COMPUTE WS-MONTO-RESULT =
                       FUNCTION NUMVAL(WS-INT-RESULT)
                       ON SIZE ERROR
                           ADD 1 TO WS-CONT-ILEGIBLES
                           MOVE SPACES TO WS-INT-MONEDA
                   END-COMPUTE
                   IF WS-INT-MONEDA <> SPACES THEN
                       MOVE WS-INT-MONEDA TO WS-MONEDA-BUSCADA
                       PERFORM UBICAR-MONEDA
                       IF WS-POS-HALLADO > ZERO THEN
                           ADD 1 TO WS-POS-RENGLONES(WS-POS-HALLADO)
                           ADD WS-MONTO-RESULT TO
                               WS-POS-MOVIMIENTO(WS-POS-HALLADO)
                               ON SIZE ERROR
                                   DISPLAY "Movimiento de "
                                       WS-INT-MONEDA
                                       " excede capacidad"
                                   MOVE "S" TO WS-ERROR-FATAL
                           END-ADD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ABRIR-INFORME.
           OPEN OUTPUT INFORME-FILE.
           IF WS-INFORME-STATUS <> "00" THEN
               DISPLAY "ERROR fatal abriendo " WS-NOMBRE-INFORME
                   ", status=" WS-INFORME-STATUS
               MOVE "S" TO WS-ERROR-FATAL
           ELSE
               MOVE "S" TO WS-INFORME-ABIERTO
               MOVE SPACES TO WS-LINEA
               STRING "POSICION POR MONEDA DEL CICLO " WS-FECHA-CICLO
                      " - " WS-ESTAMPA-CORRIDA
                      " - moneda base " WS-MONEDA-BASE
                      " - apertura del ciclo " WS-FECHA-ANTERIOR
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "MON          APERTURA        MOVIMIENTO"
                      "            CIERRE  TIPO CAMBIO"
                      "        VALOR BASE      REVALUACION"
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.

      * Cierre = apertura + movimiento. Se valúa al tipo del ciclo;
      * la revaluación es la apertura por la diferencia entre el tipo
      * del ciclo y el del ciclo anterior (de TIPOS-CAMBIO.DAT o, si
      * ya no está, el que se usó al valuar ese día).
       VALUAR-POSICIONES.
           MOVE ZERO TO WS-TOTAL-VALOR.
           MOVE ZERO TO WS-TOTAL-REVAL.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-TOTAL
               COMPUTE WS-POS-CIERRE(WS-POS-IDX) =
                   WS-POS-APERTURA(WS-POS-IDX)
                   + WS-POS-MOVIMIENTO(WS-POS-IDX)
               MOVE WS-POS-MONEDA(WS-POS-IDX) TO WS-MONEDA-BUSCADA
               MOVE WS-FECHA-CICLO TO WS-FECHA-TASA
               PERFORM BUSCAR-TIPO-CAMBIO
               IF NOT TASA-ENCONTRADA THEN
                   MOVE "S" TO WS-POS-ESTADO(WS-POS-IDX)
                   ADD 1 TO WS-CONT-EXCEPCIONES
               ELSE
                   MOVE "V" TO WS-POS-ESTADO(WS-POS-IDX)
                   MOVE WS-TASA-CAMBIO TO WS-POS-TASA(WS-POS-IDX)
                   MOVE WS-FECHA-ANTERIOR TO WS-FECHA-TASA
                   PERFORM BUSCAR-TIPO-CAMBIO
                   IF NOT TASA-ENCONTRADA AND
                      WS-POS-BASE-ANT(WS-POS-IDX) = WS-MONEDA-BASE THEN
                       MOVE WS-POS-TASA-ANT(WS-POS-IDX) TO
                           WS-TASA-CAMBIO
                   END-IF
                   MOVE WS-TASA-CAMBIO TO WS-POS-TASA-ANT(WS-POS-IDX)
                   COMPUTE WS-POS-VALOR(WS-POS-IDX) ROUNDED =
                       WS-POS-CIERRE(WS-POS-IDX)
                       * WS-POS-TASA(WS-POS-IDX)
                       ON SIZE ERROR
                           DISPLAY "Valor de " WS-MONEDA-BUSCADA
                               " excede capacidad"
                           MOVE ZERO TO WS-POS-VALOR(WS-POS-IDX)
                   END-COMPUTE
                   IF WS-POS-TASA-ANT(WS-POS-IDX) > ZERO THEN
                       COMPUTE WS-POS-REVAL(WS-POS-IDX) ROUNDED =
                           WS-POS-APERTURA(WS-POS-IDX) *
                           (WS-POS-TASA(WS-POS-IDX) -
                            WS-POS-TASA-ANT(WS-POS-IDX))
                           ON SIZE ERROR
                               MOVE ZERO TO WS-POS-REVAL(WS-POS-IDX)
                       END-COMPUTE
                   END-IF
                   ADD WS-POS-VALOR(WS-POS-IDX) TO WS-TOTAL-VALOR
                   ADD WS-POS-REVAL(WS-POS-IDX) TO WS-TOTAL-REVAL
                   PERFORM ESCRIBIR-RENGLON-POSICION
               END-IF
           END-PERFORM.

           MOVE WS-TOTAL-VALOR TO WS-MONTO-ED-4.
           MOVE WS-TOTAL-REVAL TO WS-MONTO-ED-5.
           MOVE SPACES TO WS-LINEA.
           STRING "TOTAL EN " WS-MONEDA-BASE
                  "                                                 "
                  "            " WS-MONTO-ED-4 " " WS-MONTO-ED-5
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           DISPLAY WS-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "Renglones de interfaz: " WS-CONT-RENGLONES
                  " sin moneda: " WS-CONT-SIN-MONEDA
                  " ilegibles: " WS-CONT-ILEGIBLES
                  " monedas: " WS-POS-TOTAL
                  " sin tipo de cambio: " WS-CONT-EXCEPCIONES
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           DISPLAY WS-LINEA.

       ESCRIBIR-RENGLON-POSICION.
           MOVE WS-POS-APERTURA(WS-POS-IDX) TO WS-MONTO-ED-1.
           MOVE WS-POS-MOVIMIENTO(WS-POS-IDX) TO WS-MONTO-ED-2.
           MOVE WS-POS-CIERRE(WS-POS-IDX) TO WS-MONTO-ED-3.
           MOVE WS-POS-TASA(WS-POS-IDX) TO WS-TASA-ED.
           MOVE WS-POS-VALOR(WS-POS-IDX) TO WS-MONTO-ED-4.
           MOVE WS-POS-REVAL(WS-POS-IDX) TO WS-MONTO-ED-5.
           MOVE SPACES TO WS-LINEA.
           STRING WS-POS-MONEDA(WS-POS-IDX) " " WS-MONTO-ED-1
                  " " WS-MONTO-ED-2 " " WS-MONTO-ED-3
                  " " WS-TASA-ED " " WS-MONTO-ED-4
                  " " WS-MONTO-ED-5
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           DISPLAY WS-LINEA.

      * Monedas con posición y sin tipo de cambio del ciclo: no se
      * valúan (no se suman en cero) y se avisan a tesorería.
       INFORMAR-EXCEPCIONES.
           IF WS-CONT-EXCEPCIONES > ZERO THEN
               MOVE SPACES TO WS-LINEA
               STRING "EXCEPCIONES: monedas con posición sin tipo de "
                      "cambio a " WS-MONEDA-BASE " vigente el "
                      WS-FECHA-CICLO ", no valuadas"
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               DISPLAY WS-LINEA
               PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                       UNTIL WS-POS-IDX > WS-POS-TOTAL
                   IF WS-POS-ESTADO(WS-POS-IDX) = "S" THEN
                       MOVE WS-POS-APERTURA(WS-POS-IDX) TO
                           WS-MONTO-ED-1
                       MOVE WS-POS-MOVIMIENTO(WS-POS-IDX) TO
                           WS-MONTO-ED-2
                       MOVE WS-POS-CIERRE(WS-POS-IDX) TO
                           WS-MONTO-ED-3
                       MOVE SPACES TO WS-LINEA
                       STRING WS-POS-MONEDA(WS-POS-IDX) " "
                              WS-MONTO-ED-1 " " WS-MONTO-ED-2 " "
                              WS-MONTO-ED-3 "  SIN TIPO DE CAMBIO"
                           DELIMITED BY SIZE INTO WS-LINEA
                       END-STRING
                       PERFORM ESCRIBIR-LINEA
                       DISPLAY WS-LINEA
                   END-IF
               END-PERFORM
               MOVE "A" TO WS-ALR-SEVERIDAD
               MOVE SPACES TO WS-ALR-TEXTO
               STRING WS-CONT-EXCEPCIONES " monedas con posición sin "
                      "tipo de cambio a " WS-MONEDA-BASE
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
               END-STRING
               PERFORM GRABAR-ALERTA
           END-IF.

      * Agrega los cierres del ciclo a la historia; una moneda sin
      * apertura ni movimiento no se arrastra.
       GRABAR-POSICIONES.
           OPEN EXTEND POSICIONES-FILE.
           IF WS-POSICIONES-STATUS = "35" THEN
               OPEN OUTPUT POSICIONES-FILE
           END-IF.
           IF WS-POSICIONES-STATUS <> "00" THEN
               DISPLAY "ERROR fatal abriendo POSICIONES.DAT, status="
                   WS-POSICIONES-STATUS
               MOVE "S" TO WS-ERROR-FATAL
           ELSE
               PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                       UNTIL WS-POS-IDX > WS-POS-TOTAL
                   IF WS-POS-APERTURA(WS-POS-IDX) <> ZERO OR
                      WS-POS-MOVIMIENTO(WS-POS-IDX) <> ZERO OR
                      WS-POS-RENGLONES(WS-POS-IDX) > ZERO THEN
                       PERFORM GRABAR-UNA-POSICION
                   END-IF
               END-PERFORM
               CLOSE POSICIONES-FILE
           END-IF.

       GRABAR-UNA-POSICION.
           MOVE SPACES TO POSICIONES-RECORD.
           MOVE WS-FECHA-CICLO TO POS-FECHA.
           MOVE WS-POS-MONEDA(WS-POS-IDX) TO POS-MONEDA.
           MOVE WS-POS-APERTURA(WS-POS-IDX) TO POS-APERTURA.
           MOVE WS-POS-MOVIMIENTO(WS-POS-IDX) TO POS-MOVIMIENTO.
           MOVE WS-POS-CIERRE(WS-POS-IDX) TO POS-CIERRE.
           MOVE WS-POS-RENGLONES(WS-POS-IDX) TO POS-RENGLONES.
           MOVE WS-MONEDA-BASE TO POS-MONEDA-BASE.
           MOVE WS-POS-TASA(WS-POS-IDX) TO POS-TASA.
           MOVE WS-POS-VALOR(WS-POS-IDX) TO POS-VALOR-BASE.
           MOVE WS-POS-REVAL(WS-POS-IDX) TO POS-REVALUACION.
           MOVE WS-POS-ESTADO(WS-POS-IDX) TO POS-ESTADO.
           MOVE WS-ESTAMPA-CORRIDA TO POS-ESTAMPA.
           WRITE POSICIONES-RECORD.
           IF WS-POSICIONES-STATUS <> "00" THEN
               DISPLAY "ERROR escribiendo POSICIONES.DAT, status="
                   WS-POSICIONES-STATUS
               MOVE "S" TO WS-ERROR-FATAL
           END-IF.

      * El ciclo es el último hábil del mes cuando el siguiente día
      * hábil cae en otro mes.
       VERIFICAR-FIN-DE-MES.
           MOVE WS-FECHA-CICLO TO WS-FECHA-PRUEBA.
           MOVE "N" TO WS-DIA-HABIL.
           PERFORM UNTIL DIA-HABIL
               COMPUTE WS-FECHA-PRUEBA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PRUEBA) + 1)
               PERFORM VERIFICAR-DIA-HABIL
           END-PERFORM.
           IF WS-FECHA-PRUEBA(1:6) <> WS-FECHA-CICLO(1:6) THEN
               MOVE "S" TO WS-FIN-DE-MES
           END-IF.

      * Tendencia del mes: carga de POSICIONES.DAT el último juego de
      * cierres de cada ciclo del mes (el de una corrida posterior del
      * mismo ciclo anula el anterior) y lista por moneda cierre,
      * valor en moneda base y revaluación de cada ciclo, con la
      * apertura del mes, el movimiento y la revaluación acumulados.
      * Salen todas las monedas con cierres vigentes en el mes, también
      * las que quedaron sin posición antes del cierre del mes, en el
      * orden en que aparecen por primera vez.
       INFORMAR-TENDENCIA.
           PERFORM CARGAR-POSICIONES-MES.
           MOVE SPACES TO WS-LINEA.
           STRING "TENDENCIA DEL MES " WS-FECHA-CICLO(1:6)
                  " (cierre de cada ciclo, valor en "
                  WS-MONEDA-BASE " y revaluación)"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           DISPLAY WS-LINEA.
           PERFORM VARYING WS-MES-IDX2 FROM 1 BY 1
                   UNTIL WS-MES-IDX2 > WS-MES-TOTAL
               IF WS-MES-ESTADO(WS-MES-IDX2) <> "X" THEN
                   MOVE WS-MES-MONEDA(WS-MES-IDX2) TO WS-TEND-MONEDA
                   MOVE "N" TO WS-TEND-REPETIDA
                   PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                           UNTIL WS-MES-IDX >= WS-MES-IDX2
                           OR TEND-REPETIDA
                       IF WS-MES-MONEDA(WS-MES-IDX) = WS-TEND-MONEDA
                          AND WS-MES-ESTADO(WS-MES-IDX) <> "X" THEN
                           MOVE "S" TO WS-TEND-REPETIDA
                       END-IF
                   END-PERFORM
                   IF NOT TEND-REPETIDA THEN
                       PERFORM INFORMAR-TENDENCIA-MONEDA
                   END-IF
               END-IF
           END-PERFORM.

       CARGAR-POSICIONES-MES.
           MOVE ZERO TO WS-MES-TOTAL.
           MOVE ZERO TO WS-MES-FECHA-PREVIA.
           MOVE SPACES TO WS-MES-ESTAMPA-PREVIA.
           MOVE "N" TO WS-EOF-POSICIONES.
           OPEN INPUT POSICIONES-FILE.
           IF WS-POSICIONES-STATUS = "00" THEN
               PERFORM LEER-POSICION
               PERFORM UNTIL FIN-POSICIONES
                   IF POS-FECHA(1:6) = WS-FECHA-CICLO(1:6) AND
                      POS-FECHA <= WS-FECHA-CICLO THEN
                       PERFORM ANOTAR-POSICION-MES
                   END-IF
                   PERFORM LEER-POSICION
               END-PERFORM
               CLOSE POSICIONES-FILE
           END-IF.

       ANOTAR-POSICION-MES.
           IF POS-FECHA <> WS-MES-FECHA-PREVIA OR
              POS-ESTAMPA <> WS-MES-ESTAMPA-PREVIA THEN
               MOVE POS-FECHA TO WS-MES-FECHA-PREVIA
               MOVE POS-ESTAMPA TO WS-MES-ESTAMPA-PREVIA
               PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                       UNTIL WS-MES-IDX > WS-MES-TOTAL
                   IF WS-MES-FECHA(WS-MES-IDX) = POS-FECHA AND
                      WS-MES-ESTAMPA(WS-MES-IDX) <> POS-ESTAMPA THEN
                       MOVE "X" TO WS-MES-ESTADO(WS-MES-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-MES-TOTAL < WS-MES-MAXIMO THEN
               ADD 1 TO WS-MES-TOTAL
               MOVE POS-FECHA TO WS-MES-FECHA(WS-MES-TOTAL)
               MOVE POS-MONEDA TO WS-MES-MONEDA(WS-MES-TOTAL)
               MOVE POS-APERTURA TO WS-MES-APERTURA(WS-MES-TOTAL)
               MOVE POS-MOVIMIENTO TO WS-MES-MOVIMIENTO(WS-MES-TOTAL)
               MOVE POS-CIERRE TO WS-MES-CIERRE(WS-MES-TOTAL)
               MOVE POS-VALOR-BASE TO WS-MES-VALOR(WS-MES-TOTAL)
               MOVE POS-REVALUACION TO WS-MES-REVAL(WS-MES-TOTAL)
               MOVE POS-ESTADO TO WS-MES-ESTADO(WS-MES-TOTAL)
               MOVE POS-ESTAMPA TO WS-MES-ESTAMPA(WS-MES-TOTAL)
           ELSE
               DISPLAY "AVISO: más de " WS-MES-MAXIMO " posiciones "
                   "en el mes, la tendencia queda incompleta"
           END-IF.

      * Los ciclos salen en el orden de POSICIONES.DAT, que es
      * cronológico.
       INFORMAR-TENDENCIA-MONEDA.
           MOVE "S" TO WS-TEND-PRIMERA.
           MOVE ZERO TO WS-TEND-APERTURA.
           MOVE ZERO TO WS-TEND-MOVIMIENTO.
           MOVE ZERO TO WS-TEND-CIERRE.
           MOVE ZERO TO WS-TEND-REVAL.
           MOVE ZERO TO WS-TEND-CICLOS.
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > WS-MES-TOTAL
               IF WS-MES-MONEDA(WS-MES-IDX) = WS-TEND-MONEDA AND
                  WS-MES-ESTADO(WS-MES-IDX) <> "X" THEN
                   IF TEND-PRIMERA THEN
                       MOVE WS-MES-APERTURA(WS-MES-IDX) TO
                           WS-TEND-APERTURA
                       MOVE "N" TO WS-TEND-PRIMERA
                   END-IF
                   ADD 1 TO WS-TEND-CICLOS
                   ADD WS-MES-MOVIMIENTO(WS-MES-IDX) TO
                       WS-TEND-MOVIMIENTO
                   ADD WS-MES-REVAL(WS-MES-IDX) TO WS-TEND-REVAL
                   MOVE WS-MES-CIERRE(WS-MES-IDX) TO WS-TEND-CIERRE
                   MOVE WS-MES-CIERRE(WS-MES-IDX) TO WS-MONTO-ED-3
                   MOVE WS-MES-VALOR(WS-MES-IDX) TO WS-MONTO-ED-4
                   MOVE WS-MES-REVAL(WS-MES-IDX) TO WS-MONTO-ED-5
                   MOVE SPACES TO WS-LINEA
                   IF WS-MES-ESTADO(WS-MES-IDX) = "V" THEN
                       STRING "  " WS-MES-MONEDA(WS-MES-IDX) " "
                              WS-MES-FECHA(WS-MES-IDX)
                              " cierre " WS-MONTO-ED-3
                              " valor " WS-MONTO-ED-4
                              " reval " WS-MONTO-ED-5
                           DELIMITED BY SIZE INTO WS-LINEA
                       END-STRING
                   ELSE
                       STRING "  " WS-MES-MONEDA(WS-MES-IDX) " "
                              WS-MES-FECHA(WS-MES-IDX)
                              " cierre " WS-MONTO-ED-3
                              " SIN TIPO DE CAMBIO"
                           DELIMITED BY SIZE INTO WS-LINEA
                       END-STRING
                   END-IF
                   PERFORM ESCRIBIR-LINEA
               END-IF
           END-PERFORM.
           IF WS-TEND-CICLOS > ZERO THEN
               MOVE WS-TEND-APERTURA TO WS-MONTO-ED-1
               MOVE WS-TEND-MOVIMIENTO TO WS-MONTO-ED-2
               MOVE WS-TEND-CIERRE TO WS-MONTO-ED-3
               MOVE WS-TEND-REVAL TO WS-MONTO-ED-5
               MOVE SPACES TO WS-LINEA
               STRING WS-TEND-MONEDA " MES: ciclos "
                      WS-TEND-CICLOS " apertura " WS-MONTO-ED-1
                      " movimiento " WS-MONTO-ED-2
                      " cierre " WS-MONTO-ED-3
                      " reval " WS-MONTO-ED-5
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               DISPLAY WS-LINEA
           END-IF.

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
               MOVE "POSICION" TO ALR-PROGRAMA
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
