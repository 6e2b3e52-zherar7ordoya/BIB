      * Forma parte de la cadena nocturna: exige que CALCULADORA modo
      * B haya terminado OK el ciclo y registra su paso en la
      * bitácora; ARCHAUDIT no archiva hasta que este corte termina.
      * Tampoco envía los totales mientras DUPLICADOS no haya revisado
      * el ciclo o tenga alertas críticas sin reconocer para él.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           SELECT USUARIOS-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIOS-STATUS.
       FILE SECTION.
       FD  INTERFACE-FILE
           RECORDING MODE IS F.
       01 INTERFACE-RECORD        PIC X(100).

      * Archivo de totales: encabezado "H" con fecha de ciclo y
      * sistema emisor, un detalle "D" por operación y moneda, y cola
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

       FD  USUARIOS-FILE
           RECORDING MODE IS F.
       01 USUARIOS-RECORD.
           05 USU-MODOS           PIC X(4).
           05 FILLER              PIC X.
           05 USU-LIMITE          PIC 9(5)V99.
           05 FILLER              PIC X.
           05 USU-ACTIVO          PIC X.

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
       01 WS-INTERFACE-STATUS     PIC XX.
       01 WS-SUPERVISOR-VALIDO    PIC X      VALUE "N".
           88 SUPERVISOR-VALIDO      VALUE "S".
       01 WS-MODOS-HALLADOS       PIC 9      VALUE ZERO.
       01 WS-CALC-TERMINADO       PIC X      VALUE "N".
           88 CALC-TERMINADO         VALUE "S".

      * Veredicto de DUPLICADOS para el ciclo y sus alertas críticas
      * aún pendientes de reconocimiento.
       01 WS-DUP-RESULTADO        PIC X(16)  VALUE SPACES.
       01 WS-ALERTAS-STATUS       PIC XX.
       01 WS-EOF-ALERTAS          PIC X      VALUE "N".
           88 FIN-ALERTAS            VALUE "S".
       01 WS-DUP-PENDIENTES       PIC 9(5)   VALUE ZERO.

      * Campos del renglón de interfaz separado por comas.
       01 WS-INT-NUM1             PIC X(12).
       01 WS-CONT-ILEGIBLES       PIC 9(7)   VALUE ZERO.
       01 WS-FECHA-HORA           PIC X(26).

      * Días hábiles; sin CALENDARIO.DAT rige lunes a viernes.
       01 WS-CALENDARIO-STATUS    PIC XX.
       01 WS-CALENDARIO-ABIERTO   PIC X      VALUE "N".
           88 CALENDARIO-ABIERTO     VALUE "S".
       01 WS-FECHA-PRUEBA         PIC 9(8).
       01 WS-DIA-SEMANA           PIC 9.
       01 WS-DIA-HABIL            PIC X      VALUE "S".
           88 DIA-HABIL              VALUE "S".

      * Periodo del ciclo según PERIODOS.DAT.
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
           PERFORM VERIFICAR-CICLO-PREVIO.
           PERFORM VERIFICAR-CICLO-HABIL.
           IF NOT CICLO-EN-ORDEN THEN
               PERFORM INTENTAR-FORZADO
           END-IF.
           PERFORM VERIFICAR-PERIODO-ABIERTO.

           IF PERIODO-CERRADO THEN
               DISPLAY "INTTOTAL no corre en un periodo cerrado; un "
                   "supervisor debe reabrirlo con CIERREMES, fin "
                   "del programa"
           ELSE
               IF NOT CICLO-EN-ORDEN THEN
                   IF NOT DIA-HABIL THEN
                       DISPLAY "INTTOTAL no corre en día inhábil sin "
                           "forzado de un supervisor, fin del "
                           "programa"
                   ELSE
                       EVALUATE TRUE
                           WHEN NOT CALC-TERMINADO
                               DISPLAY "INTTOTAL fuera de orden: "
                                   "CALCULADORA modo B no ha terminado "
                                   "OK el ciclo " WS-FECHA-CICLO
                                   ", fin del programa"
                           WHEN WS-DUP-RESULTADO = "SOSPECHAS"
                               DISPLAY "INTTOTAL detenido: DUPLICADOS "
                                   "dejó " WS-DUP-PENDIENTES
                                   " alertas críticas sin reconocer "
                                   "del ciclo "
                                   WS-FECHA-CICLO ", revíselas con "
                                   "CONSALERTAS, fin del programa"
                           WHEN OTHER
                               DISPLAY "INTTOTAL fuera de orden: "
                                   "DUPLICADOS no ha revisado el ciclo "
                                   WS-FECHA-CICLO ", fin del programa"
                       END-EVALUATE
                   END-IF
               ELSE
                   MOVE "INICIO" TO WS-CC-EVENTO
                   IF CICLO-FORZADO THEN
                       MOVE "FORZADO" TO WS-CC-RESULTADO
                   ELSE
                       MOVE SPACES TO WS-CC-RESULTADO
                   END-IF
                   PERFORM REGISTRAR-PASO-CICLO

                   PERFORM PROCESO-TOTALES

                   MOVE "FIN" TO WS-CC-EVENTO
                   IF ERROR-FATAL THEN
                       MOVE "ERROR" TO WS-CC-RESULTADO
                   ELSE
                       MOVE "OK" TO WS-CC-RESULTADO
                   END-IF
                   PERFORM REGISTRAR-PASO-CICLO
               END-IF
           END-IF.

           PERFORM CERRAR-CALENDARIO.
           STOP RUN.

      * Toma FECHA, INTERFAZ= y FORZAR de PARAMETROS.DAT para leer la
               MOVE WS-FECHA-CICLO-TXT TO WS-FECHA-CICLO
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FECHA-HORA(1:8) TO WS-FECHA-PRUEBA
               PERFORM RETROCEDER-A-DIA-HABIL
               MOVE WS-FECHA-PRUEBA TO WS-FECHA-CICLO
           END-IF.
           MOVE SPACES TO WS-NOMBRE-TOTALES.
           STRING "TOTALES-" WS-FECHA-CICLO ".DAT"
               DELIMITED BY SIZE INTO WS-NOMBRE-TOTALES
           END-STRING.

      * Un mes cerrado por CIERREMES no se procesa, ni con forzado,
      * hasta que un supervisor lo reabra allí. Si PERIODOS.DAT no
      * se puede leer el mes se trata como cerrado.
       VERIFICAR-PERIODO-ABIERTO.
           MOVE "N" TO WS-PERIODO-CERRADO.
           MOVE "N" TO WS-EOF-PERIODOS.
           OPEN INPUT PERIODOS-FILE.
           IF WS-PERIODOS-STATUS = "00" THEN
               PERFORM LEER-PERIODO
               PERFORM UNTIL FIN-PERIODOS
                   IF PER-PERIODO = WS-FECHA-CICLO(1:6) THEN
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
           IF PERIODO-CERRADO THEN
               DISPLAY "El periodo " WS-FECHA-CICLO(1:6)
                   " está cerrado"
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
           MOVE SPACES TO WS-DUP-RESULTADO.
           MOVE "N" TO WS-EOF-CICLO.
           OPEN INPUT CICLO-FILE.
           IF WS-CICLO-STATUS = "00" THEN
                      CC-PROGRAMA = "CALCULADORA" AND
                      CC-EVENTO = "FIN" AND
                      CC-RESULTADO = "OK" THEN
                       MOVE "S" TO WS-CALC-TERMINADO
                   END-IF
      * Rige el último veredicto de DUPLICADOS para el ciclo.
                   IF CC-FECHA = WS-FECHA-CICLO AND
                      CC-PROGRAMA = "DUPLICADOS" AND
                      CC-EVENTO = "FIN" THEN
                       MOVE CC-RESULTADO TO WS-DUP-RESULTADO
                   END-IF
                   PERFORM LEER-CICLO
               END-PERFORM
               CLOSE CICLO-FILE
               IF CALC-TERMINADO AND WS-DUP-RESULTADO = "OK" THEN
                   MOVE "S" TO WS-CICLO-EN-ORDEN
               END-IF
               IF CALC-TERMINADO AND
                  WS-DUP-RESULTADO = "SOSPECHAS" THEN
                   PERFORM CONTAR-DUPLICADOS-PENDIENTES
                   IF WS-DUP-PENDIENTES = ZERO THEN
                       MOVE "S" TO WS-CICLO-EN-ORDEN
                   END-IF
               END-IF
           ELSE
               IF WS-CICLO-STATUS <> "35" THEN
                   DISPLAY "ERROR abriendo CICLO-CONTROL.DAT, "
               END-IF
           END-IF.

      * Lotes con tasa de duplicados sobre el umbral: los totales no
      * salen hasta que un supervisor reconozca cada alerta crítica.
       CONTAR-DUPLICADOS-PENDIENTES.
           MOVE ZERO TO WS-DUP-PENDIENTES.
           MOVE "N" TO WS-EOF-ALERTAS.
           OPEN INPUT ALERTAS-FILE.
           IF WS-ALERTAS-STATUS = "00" THEN
               PERFORM LEER-ALERTA
               PERFORM UNTIL FIN-ALERTAS
                   IF ALR-FECHA-CICLO = WS-FECHA-CICLO AND
                      ALR-PROGRAMA = "DUPLICADOS" AND
                      ALR-SEVERIDAD = "C" AND
                      ALR-ESTADO = "P" THEN
                       ADD 1 TO WS-DUP-PENDIENTES
                   END-IF
                   PERFORM LEER-ALERTA
               END-PERFORM
               CLOSE ALERTAS-FILE
           ELSE
               IF WS-ALERTAS-STATUS <> "35" THEN
                   DISPLAY "ERROR abriendo ALERTAS.DAT, status="
                       WS-ALERTAS-STATUS
                   MOVE 1 TO WS-DUP-PENDIENTES
               END-IF
           END-IF.

       LEER-ALERTA.
           READ ALERTAS-FILE
               AT END MOVE "S" TO WS-EOF-ALERTAS
           END-READ.
           IF WS-ALERTAS-STATUS <> "00" AND
              WS-ALERTAS-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo ALERTAS.DAT, status="
                   WS-ALERTAS-STATUS
               MOVE "S" TO WS-EOF-ALERTAS
           END-IF.

       LEER-CICLO.
           READ CICLO-FILE
               AT END MOVE "S" TO WS-EOF-CICLO
               PERFORM LEER-USUARIO
               PERFORM UNTIL FIN-USUARIOS OR SUPERVISOR-VALIDO
                   IF USU-ID = WS-FORZAR-ID AND
                      USU-ID <> SPACES AND
                      USU-ACTIVO <> "N" THEN
                       MOVE ZERO TO WS-MODOS-HALLADOS
                       INSPECT USU-MODOS TALLYING
                           WS-MODOS-HALLADOS FOR ALL "S"
                   ", status=" WS-TOTALES-STATUS
               MOVE "S" TO WS-ERROR-FATAL
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
