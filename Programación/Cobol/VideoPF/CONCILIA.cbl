      * Debe correr ANTES del archivado nocturno (ARCHAUDIT), que
      * vacía AUDITORIA.DAT y traspasa INTERFAZ.CSV al histórico:
      * el cruce supone que ambos archivos traen sólo el ciclo del día.
      * Los detalles retenidos por umbral (RETENIDOS.DAT) no esperan
      * renglón de interfaz en su lugar: pendientes de liberar o
      * rechazados son diferencias conocidas, y el renglón agregado al
      * liberarlos se reconoce por su referencia donde aparezca.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CONCILIA-FILE ASSIGN TO "CONCILIACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONCILIA-STATUS.
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
           SELECT RETENIDOS-FILE ASSIGN TO "RETENIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENIDOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE
           RECORDING MODE IS F.
       01 RESULT-RECORD           PIC X(153).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01 AUDIT-RECORD            PIC X(162).

       FD  INTERFACE-FILE
           RECORDING MODE IS F.
       01 INTERFACE-RECORD        PIC X(100).

       FD  RESUMEN-FILE
           RECORDING MODE IS F.
       01 CONCILIA-RECORD         PIC X(132).

      * Bitácora de pasos del ciclo nocturno; la conciliación exige
      * que CALCULADORA en modo B haya terminado OK el mismo ciclo y
      * que CTLLOTES haya terminado su control de lotes esperados y
      * DUPLICADOS su revisión de detalles duplicados.
       FD  CICLO-FILE
           RECORDING MODE IS F.
       01 CICLO-RECORD.
           05 USU-MODOS           PIC X(4).
           05 FILLER              PIC X.
           05 USU-LIMITE          PIC 9(5)V99.
           05 FILLER              PIC X.
           05 USU-ACTIVO          PIC X.

      * Alertas operativas de la cadena (C=crítica, A=aviso;
      * P=pendiente, R=reconocida); se reconocen con CONSALERTAS.
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

      * Bitácora de retenidos por umbral (CALCULADORA y LIBERAR);
      * rige el último evento de cada referencia.
       FD  RETENIDOS-FILE
           RECORDING MODE IS F.
       01 RETENIDOS-RECORD.
           05 RET-FECHA-CICLO     PIC 9(8).
           05 FILLER              PIC X.
           05 RET-REFERENCIA      PIC X(25).
           05 FILLER              PIC X.
           05 RET-EVENTO          PIC X(9).
           05 FILLER              PIC X(270).

       WORKING-STORAGE SECTION.
       01 WS-RESULT-STATUS        PIC XX.
       01 WS-AUDIT-STATUS         PIC XX.
           88 FIN-CICLO              VALUE "S".
       01 WS-CICLO-EN-ORDEN       PIC X      VALUE "N".
           88 CICLO-EN-ORDEN         VALUE "S".
       01 WS-CALC-TERMINADO       PIC X      VALUE "N".
           88 CALC-TERMINADO         VALUE "S".
       01 WS-CTLLOTES-TERMINADO   PIC X      VALUE "N".
           88 CTLLOTES-TERMINADO     VALUE "S".
       01 WS-DUPLICADOS-TERMINADO PIC X      VALUE "N".
           88 DUPLICADOS-TERMINADO   VALUE "S".
       01 WS-CICLO-FORZADO        PIC X      VALUE "N".
           88 CICLO-FORZADO          VALUE "S".
       01 WS-FORZAR-ID            PIC X(8)   VALUE SPACES.
       01 WS-TS-RESUMEN           PIC X(14).

       01 WS-FECHA-HORA           PIC X(26).

      * Días hábiles; sin CALENDARIO.DAT rige lunes a viernes.
       01 WS-CALENDARIO-STATUS    PIC XX.
       01 WS-CALENDARIO-ABIERTO   PIC X      VALUE "N".
           88 CALENDARIO-ABIERTO     VALUE "S".
       01 WS-FECHA-PRUEBA         PIC 9(8).
       01 WS-DIA-SEMANA           PIC 9.
       01 WS-DIA-HABIL            PIC X      VALUE "S".
           88 DIA-HABIL              VALUE "S".

      * Retenidos del ciclo con su último evento y si su renglón
      * liberado ya apareció en la interfaz.
       01 WS-RETENIDOS-STATUS     PIC XX.
       01 WS-EOF-RETENIDOS        PIC X      VALUE "N".
           88 FIN-RETENIDOS          VALUE "S".
       01 WS-TABLA-RETENIDOS.
           05 WS-RT-ENTRADA OCCURS 500 TIMES.
               10 WS-RT-REFERENCIA PIC X(25).
               10 WS-RT-EVENTO    PIC X(9).
               10 WS-RT-EN-INTERFAZ PIC X.
       01 WS-RT-TOTAL             PIC 9(3)   VALUE ZERO.
       01 WS-RT-MAXIMO            PIC 9(3)   VALUE 500.
       01 WS-RT-IDX               PIC 9(3).
       01 WS-RT-HALLADO           PIC 9(3)   VALUE ZERO.
       01 WS-REFERENCIA-BUSCADA   PIC X(25).
       01 WS-RENGLON-LIBERADO     PIC X      VALUE "N".
           88 RENGLON-LIBERADO       VALUE "S".
       01 WS-CONT-RET-PENDIENTES  PIC 9(7)   VALUE ZERO.
       01 WS-CONT-RET-LIBERADOS   PIC 9(7)   VALUE ZERO.
       01 WS-CONT-RET-RECHAZADOS  PIC 9(7)   VALUE ZERO.

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
                   DISPLAY "CONCILIA no corre en día inhábil sin "
                       "forzado de un supervisor, fin del "
                       "programa"
               ELSE
                   DISPLAY "CONCILIA fuera de orden: CALCULADORA "
                       "modo B, CTLLOTES o DUPLICADOS no han "
                       "terminado el ciclo "
                       WS-FECHA-CICLO ", fin del programa"
               END-IF
           ELSE
               MOVE "INICIO" TO WS-CC-EVENTO
               IF CICLO-FORZADO THEN
               IF NOT ERROR-FATAL THEN
                   PERFORM ESCRIBIR-ENCABEZADO
                   PERFORM LEER-ULTIMO-RESUMEN
                   PERFORM CARGAR-RETENIDOS
                   PERFORM CONCILIAR-DETALLE
                   PERFORM INFORMAR-RETENIDOS
                   PERFORM COMPARAR-CONTADORES
                   PERFORM ESCRIBIR-VEREDICTO
                   PERFORM CERRAR-ARCHIVOS
               PERFORM REGISTRAR-PASO-CICLO
           END-IF.

           PERFORM CERRAR-CALENDARIO.
           STOP RUN.

      * La fecha de ciclo de la bitácora sale de PARAMETROS.DAT o,
               MOVE WS-FECHA-CICLO-TXT TO WS-FECHA-CICLO
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FECHA-HORA(1:8) TO WS-FECHA-PRUEBA
               PERFORM RETROCEDER-A-DIA-HABIL
               MOVE WS-FECHA-PRUEBA TO WS-FECHA-CICLO
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
           MOVE "N" TO WS-CALC-TERMINADO.
           MOVE "N" TO WS-CTLLOTES-TERMINADO.
           MOVE "N" TO WS-DUPLICADOS-TERMINADO.
           MOVE "N" TO WS-EOF-CICLO.
           OPEN INPUT CICLO-FILE.
           IF WS-CICLO-STATUS = "00" THEN
                      CC-PROGRAMA = "CALCULADORA" AND
                      CC-EVENTO = "FIN" AND
                      CC-RESULTADO = "OK" THEN
                       MOVE "S" TO WS-CALC-TERMINADO
                   END-IF
      * Los hallazgos de CTLLOTES ya quedaron como alertas; no
      * detienen la conciliación.
                   IF CC-FECHA = WS-FECHA-CICLO AND
                      CC-PROGRAMA = "CTLLOTES" AND
                      CC-EVENTO = "FIN" AND
                      (CC-RESULTADO = "OK" OR
                       CC-RESULTADO = "HALLAZGOS") THEN
                       MOVE "S" TO WS-CTLLOTES-TERMINADO
                   END-IF
      * Los sospechosos de DUPLICADOS detienen a INTTOTAL, no a la
      * conciliación.
                   IF CC-FECHA = WS-FECHA-CICLO AND
                      CC-PROGRAMA = "DUPLICADOS" AND
                      CC-EVENTO = "FIN" AND
                      (CC-RESULTADO = "OK" OR
                       CC-RESULTADO = "SOSPECHAS") THEN
                       MOVE "S" TO WS-DUPLICADOS-TERMINADO
                   END-IF
                   PERFORM LEER-CICLO
               END-PERFORM
               CLOSE CICLO-FILE
               IF CALC-TERMINADO AND CTLLOTES-TERMINADO AND
                  DUPLICADOS-TERMINADO THEN
                   MOVE "S" TO WS-CICLO-EN-ORDEN
               END-IF
           ELSE
               IF WS-CICLO-STATUS <> "35" THEN
                   DISPLAY "ERROR abriendo CICLO-CONTROL.DAT, "
               PERFORM LEER-USUARIO
               PERFORM UNTIL FIN-USUARIOS OR SUPERVISOR-VALIDO
                   IF USU-ID = WS-FORZAR-ID AND
                      USU-ID <> SPACES AND
                      USU-ACTIVO <> "N" THEN
                       MOVE ZERO TO WS-MODOS-HALLADOS
                       INSPECT USU-MODOS TALLYING
                           WS-MODOS-HALLADOS FOR ALL "S"
                       PERFORM COMPARAR-PAREJA
                       PERFORM ACUMULAR-AUDITORIA
                       IF WS-RES-ESTADO(1:2) = "OK" THEN
                           MOVE RESULT-RECORD(97:25) TO
                               WS-REFERENCIA-BUSCADA
                           PERFORM BUSCAR-RETENIDO
                           IF WS-RT-HALLADO = ZERO THEN
                               PERFORM CONCILIAR-INTERFAZ
                           END-IF
                       END-IF
                       PERFORM LEER-RESULTADO
                       PERFORM LEER-AUDITORIA
           PERFORM ESCRIBIR-LINEA.
           DISPLAY WS-LINEA.

      * Retenidos del ciclo: el pendiente de liberar y el rechazado
      * son diferencias conocidas que no desbalancean; el liberado
      * cuyo renglón no apareció en la interfaz sí es diferencia.
       INFORMAR-RETENIDOS.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-TOTAL
               MOVE SPACES TO WS-LINEA
               EVALUATE WS-RT-EVENTO(WS-RT-IDX)
                   WHEN "RETENIDO"
                       ADD 1 TO WS-CONT-RET-PENDIENTES
                       STRING "DIFERENCIA CONOCIDA: retenido "
                              WS-RT-REFERENCIA(WS-RT-IDX)
                              " pendiente de liberar"
                           DELIMITED BY SIZE INTO WS-LINEA
                       END-STRING
                       PERFORM ESCRIBIR-LINEA
                   WHEN "RECHAZADO"
                       ADD 1 TO WS-CONT-RET-RECHAZADOS
                       STRING "DIFERENCIA CONOCIDA: retenido "
                              WS-RT-REFERENCIA(WS-RT-IDX)
                              " rechazado a RECHAZOS"
                           DELIMITED BY SIZE INTO WS-LINEA
                       END-STRING
                       PERFORM ESCRIBIR-LINEA
                   WHEN OTHER
                       ADD 1 TO WS-CONT-RET-LIBERADOS
                       IF WS-RT-EN-INTERFAZ(WS-RT-IDX) <> "S" THEN
                           STRING "Retenido liberado "
                                  WS-RT-REFERENCIA(WS-RT-IDX)
                                  " sin renglón en INTERFAZ.CSV"
                               DELIMITED BY SIZE INTO WS-LINEA
                           END-STRING
                           PERFORM ESCRIBIR-DIFERENCIA
                       END-IF
               END-EVALUATE
           END-PERFORM.

           IF WS-RT-TOTAL > ZERO THEN
               MOVE SPACES TO WS-LINEA
               STRING "Retenidos por umbral: pendientes "
                      WS-CONT-RET-PENDIENTES
                      " liberados " WS-CONT-RET-LIBERADOS
                      " rechazados " WS-CONT-RET-RECHAZADOS
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.

           IF WS-CONT-RET-PENDIENTES > ZERO THEN
               MOVE "A" TO WS-ALR-SEVERIDAD
               MOVE SPACES TO WS-ALR-TEXTO
               STRING WS-CONT-RET-PENDIENTES
                      " RETENIDOS SIN LIBERAR, FUERA DE LA INTERFAZ"
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
               END-STRING
               PERFORM GRABAR-ALERTA
           END-IF.

      * Carga los eventos de RETENIDOS.DAT del ciclo; sin el archivo
      * no hay retenidos que considerar.
       CARGAR-RETENIDOS.
           MOVE ZERO TO WS-RT-TOTAL.
           MOVE "N" TO WS-EOF-RETENIDOS.
           OPEN INPUT RETENIDOS-FILE.
           IF WS-RETENIDOS-STATUS = "00" THEN
               PERFORM LEER-RETENIDO
               PERFORM UNTIL FIN-RETENIDOS
                   IF RET-FECHA-CICLO = WS-FECHA-CICLO THEN
                       PERFORM ANOTAR-RETENIDO
                   END-IF
                   PERFORM LEER-RETENIDO
               END-PERFORM
               CLOSE RETENIDOS-FILE
           ELSE
               IF WS-RETENIDOS-STATUS <> "35" THEN
                   DISPLAY "ERROR abriendo RETENIDOS.DAT, status="
                       WS-RETENIDOS-STATUS
                   MOVE SPACES TO WS-LINEA
                   STRING "RETENIDOS.DAT ilegible, status="
                          WS-RETENIDOS-STATUS
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
                   PERFORM ESCRIBIR-DIFERENCIA
               END-IF
           END-IF.

       ANOTAR-RETENIDO.
           MOVE RET-REFERENCIA TO WS-REFERENCIA-BUSCADA.
           PERFORM BUSCAR-RETENIDO.
           IF WS-RT-HALLADO = ZERO THEN
               IF WS-RT-TOTAL < WS-RT-MAXIMO THEN
                   ADD 1 TO WS-RT-TOTAL
                   MOVE WS-RT-TOTAL TO WS-RT-HALLADO
                   MOVE RET-REFERENCIA TO
                       WS-RT-REFERENCIA(WS-RT-HALLADO)
                   MOVE "N" TO WS-RT-EN-INTERFAZ(WS-RT-HALLADO)
               ELSE
                   MOVE SPACES TO WS-LINEA
                   STRING "RETENIDOS.DAT excede " WS-RT-MAXIMO
                          " referencias del ciclo"
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
                   PERFORM ESCRIBIR-DIFERENCIA
               END-IF
           END-IF.
           IF WS-RT-HALLADO > ZERO THEN
               MOVE RET-EVENTO TO WS-RT-EVENTO(WS-RT-HALLADO)
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
               IF WS-RT-REFERENCIA(WS-RT-IDX) = WS-REFERENCIA-BUSCADA
                   THEN
                   MOVE WS-RT-IDX TO WS-RT-HALLADO
               END-IF
           END-PERFORM.

      * Graba una alerta operativa pendiente de reconocimiento; un
      * error al grabar no detiene el proceso, sólo se avisa.
       GRABAR-ALERTA.
               MOVE "S" TO WS-EOF-AUDIT
           END-IF.

      * Lee el siguiente renglón de la interfaz saltando los que se
      * agregaron al liberar un retenido del ciclo, que no tienen
      * lugar en el orden de los resultados.
       LEER-INTERFAZ.
           MOVE "S" TO WS-RENGLON-LIBERADO.
           PERFORM UNTIL FIN-INTERFACE OR NOT RENGLON-LIBERADO
               PERFORM LEER-RENGLON-INTERFAZ
               MOVE "N" TO WS-RENGLON-LIBERADO
               IF NOT FIN-INTERFACE AND WS-RT-TOTAL > ZERO THEN
                   MOVE INTERFACE-RECORD(58:25) TO
                       WS-REFERENCIA-BUSCADA
                   PERFORM BUSCAR-RETENIDO
                   IF WS-RT-HALLADO > ZERO THEN
                       IF WS-RT-EVENTO(WS-RT-HALLADO) = "LIBERADO"
                           THEN
                           MOVE "S" TO WS-RENGLON-LIBERADO
                           MOVE "S" TO
                               WS-RT-EN-INTERFAZ(WS-RT-HALLADO)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       LEER-RENGLON-INTERFAZ.
           READ INTERFACE-FILE
               AT END MOVE "S" TO WS-EOF-INTERFACE
               NOT AT END ADD 1 TO WS-CONT-INTERFACE
                   WS-INTERFACE-STATUS
               MOVE "S" TO WS-EOF-INTERFACE
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
