       PROGRAM-ID.  REPRESUMEN.

      * Informe de tendencia sobre el histórico de RESUMEN.DAT: corte
      * de control por día, semana (lunes a domingo, rotulada con
      * su primer día hábil) y mes, con volúmenes por operación,
      * errores por categoría, tasa de error sobre el volumen y marca
      * de los cortes que exceden el umbral. Semana y mes llevan
      * además los días hábiles del corte según CALENDARIO.DAT y el
      * promedio por día hábil; los días hábiles sin ninguna línea
      * en RESUMEN.DAT hasta la fecha del ciclo se marcan aparte.
      * Emite TENDENCIA.DAT y el mismo informe en consola.
      * Cierra la cadena nocturna: verifica en CICLO-CONTROL.DAT que
      * ARCHAUDIT haya terminado OK el ciclo antes de emitir, con
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

       WORKING-STORAGE SECTION.
       01 WS-RESUMEN-STATUS       PIC XX.
       01 WS-TENDENCIA-STATUS     PIC XX.
       01 WS-MODOS-HALLADOS       PIC 9      VALUE ZERO.
       01 WS-FECHA-HORA           PIC X(26).

      * Días hábiles; sin CALENDARIO.DAT rige lunes a viernes.
       01 WS-CALENDARIO-STATUS    PIC XX.
       01 WS-CALENDARIO-ABIERTO   PIC X      VALUE "N".
           88 CALENDARIO-ABIERTO     VALUE "S".
       01 WS-FECHA-PRUEBA         PIC 9(8).
       01 WS-DIA-SEMANA           PIC 9.
       01 WS-DIA-HABIL            PIC X      VALUE "S".
           88 DIA-HABIL              VALUE "S".

       01 WS-ALERTAS-STATUS       PIC XX.
       01 WS-ALR-SEVERIDAD        PIC X.
       01 WS-ALR-TEXTO            PIC X(60).
       01 WS-FECHA-LINEA          PIC X(8).
       01 WS-DIA-ACTUAL           PIC X(8)   VALUE SPACES.
       01 WS-SEMANA-ACTUAL        PIC 9(7)   VALUE ZERO.
       01 WS-INICIO-SEMANA        PIC 9(8)   VALUE ZERO.
       01 WS-MES-ACTUAL           PIC X(6)   VALUE SPACES.
       01 WS-FECHA-NUM            PIC 9(8).
       01 WS-DIAS-ENTEROS         PIC 9(7).
       01 WS-SEMANA-LINEA         PIC 9(7).
       01 WS-LUNES-ENTERO         PIC 9(7).

      * Recorrido día a día entre líneas de RESUMEN.DAT para contar
      * días hábiles y detectar los que no tienen línea.
       01 WS-FECHA-PASO           PIC 9(8).
       01 WS-FECHA-DESTINO        PIC 9(8).
       01 WS-DESTINO-CON-DATOS    PIC X      VALUE "S".
           88 DESTINO-CON-DATOS      VALUE "S".
       01 WS-SEM-HABILES          PIC 9(3)   VALUE ZERO.
       01 WS-MES-HABILES          PIC 9(3)   VALUE ZERO.
       01 WS-SEM-FALTANTES        PIC 9(3)   VALUE ZERO.
       01 WS-MES-FALTANTES        PIC 9(3)   VALUE ZERO.
       01 WS-CONT-FALTANTES       PIC 9(5)   VALUE ZERO.

       01 WS-IDX                  PIC 9(2).
       01 WS-CONT-LINEAS          PIC 9(7)   VALUE ZERO.
       01 WS-CONT-ILEGIBLES       PIC 9(7)   VALUE ZERO.
       01 WS-TASA                 PIC 999V99.
       01 WS-TASA-ED              PIC ZZ9.99.
       01 WS-MARCA                PIC X(2).
       01 WS-CORTE-PERIODO        PIC X      VALUE "N".
           88 CORTE-PERIODO          VALUE "S".
       01 WS-CORTE-HABILES        PIC 9(3).
       01 WS-CORTE-FALTANTES      PIC 9(3).
       01 WS-PROM-VOL             PIC 9(9)V9.
       01 WS-PROM-OPS             PIC 9(9)V9.
       01 WS-PROM-ERR             PIC 9(9)V9.
       01 WS-PROM-VOL-ED          PIC Z(8)9.9.
       01 WS-PROM-OPS-ED          PIC Z(8)9.9.
       01 WS-PROM-ERR-ED          PIC Z(8)9.9.
       01 WS-LINEA                PIC X(132).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LEER-PARAMETROS.
           PERFORM ABRIR-CALENDARIO.
           PERFORM DETERMINAR-FECHA-CICLO.
           PERFORM VERIFICAR-CICLO-PREVIO.
           IF NOT CICLO-EN-ORDEN THEN
               PERFORM REGISTRAR-PASO-CICLO
           END-IF.

           PERFORM CERRAR-CALENDARIO.
           STOP RUN.

      * Sólo interesan FECHA y FORZAR; el resto de los parámetros
               MOVE WS-FECHA-CICLO-TXT TO WS-FECHA-CICLO
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FECHA-HORA(1:8) TO WS-FECHA-PRUEBA
               PERFORM RETROCEDER-A-DIA-HABIL
               MOVE WS-FECHA-PRUEBA TO WS-FECHA-CICLO
           END-IF.
           MOVE WS-FECHA-CICLO TO WS-FECHA-CICLO-TXT.
           COMPUTE WS-SEMANA-CICLO =
               PERFORM LEER-USUARIO
               PERFORM UNTIL FIN-USUARIOS OR SUPERVISOR-VALIDO
                   IF USU-ID = WS-FORZAR-ID AND
                      USU-ID <> SPACES AND
                      USU-ACTIVO <> "N" THEN
                       MOVE ZERO TO WS-MODOS-HALLADOS
                       INSPECT USU-MODOS TALLYING
                           WS-MODOS-HALLADOS FOR ALL "S"
               MOVE SPACES TO WS-LINEA
               STRING "Líneas procesadas " WS-CONT-LINEAS
                      ", ilegibles " WS-CONT-ILEGIBLES
                      ", días hábiles sin resumen " WS-CONT-FALTANTES
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           IF LINEA-VALIDA THEN
               ADD 1 TO WS-CONT-LINEAS
               MOVE WS-TS-LINEA(1:8) TO WS-FECHA-LINEA

               IF WS-FECHA-LINEA <> WS-DIA-ACTUAL THEN
                   IF WS-DIA-ACTUAL <> SPACES THEN
                       PERFORM CORTE-DE-DIA
                   END-IF
                   MOVE WS-FECHA-LINEA TO WS-FECHA-DESTINO
                   IF WS-DIA-ACTUAL <> SPACES AND
                      WS-FECHA-LINEA > WS-DIA-ACTUAL THEN
                       MOVE "S" TO WS-DESTINO-CON-DATOS
                       PERFORM AVANZAR-DIAS
                   ELSE
                       MOVE WS-FECHA-DESTINO TO WS-FECHA-PASO
                       PERFORM ENTRAR-A-DIA
                   END-IF
                   MOVE WS-FECHA-LINEA TO WS-DIA-ACTUAL
               END-IF

               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 10
                   ADD WS-LIN-CONT(WS-IDX) TO
               END-PERFORM
           END-IF.

      * Recorre los días posteriores a WS-DIA-ACTUAL hasta
      * WS-FECHA-DESTINO; cada día hábil intermedio no tiene línea en
      * RESUMEN.DAT, y el destino tampoco cuando no trae datos (cola
      * entre la última línea y la fecha del ciclo).
       AVANZAR-DIAS.
           MOVE WS-DIA-ACTUAL TO WS-FECHA-PASO.
           PERFORM UNTIL WS-FECHA-PASO >= WS-FECHA-DESTINO
               COMPUTE WS-FECHA-PASO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PASO) + 1)
               PERFORM ENTRAR-A-DIA
               IF DIA-HABIL AND
                  (WS-FECHA-PASO < WS-FECHA-DESTINO OR
                   NOT DESTINO-CON-DATOS) THEN
                   PERFORM DIA-SIN-RESUMEN
               END-IF
           END-PERFORM.

      * Entra a WS-FECHA-PASO: cierra la semana o el mes anteriores si
      * cambian y suma el día a los días hábiles de sus cortes.
       ENTRAR-A-DIA.
           MOVE WS-FECHA-PASO TO WS-FECHA-NUM.
           PERFORM CALCULAR-SEMANA.
           IF WS-SEMANA-ACTUAL > ZERO AND
              WS-SEMANA-LINEA <> WS-SEMANA-ACTUAL THEN
               PERFORM CORTE-DE-SEMANA
           END-IF.
           IF WS-MES-ACTUAL <> SPACES AND
              WS-FECHA-NUM(1:6) <> WS-MES-ACTUAL THEN
               PERFORM CORTE-DE-MES
           END-IF.
           IF WS-SEMANA-LINEA <> WS-SEMANA-ACTUAL THEN
               MOVE WS-SEMANA-LINEA TO WS-SEMANA-ACTUAL
               PERFORM CALCULAR-INICIO-SEMANA
           END-IF.
           MOVE WS-FECHA-NUM(1:6) TO WS-MES-ACTUAL.
           MOVE WS-FECHA-PASO TO WS-FECHA-PRUEBA.
           PERFORM VERIFICAR-DIA-HABIL.
           IF DIA-HABIL THEN
               ADD 1 TO WS-SEM-HABILES
               ADD 1 TO WS-MES-HABILES
           END-IF.

       DIA-SIN-RESUMEN.
           ADD 1 TO WS-SEM-FALTANTES.
           ADD 1 TO WS-MES-FALTANTES.
           ADD 1 TO WS-CONT-FALTANTES.
           MOVE SPACES TO WS-LINEA.
           STRING "DIA    " WS-FECHA-PASO
                  " día hábil SIN LINEAS en RESUMEN.DAT **"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           IF WS-SEMANA-LINEA = WS-SEMANA-CICLO THEN
               MOVE WS-FECHA-PASO TO WS-ALR-FECHA
               MOVE "A" TO WS-ALR-SEVERIDAD
               MOVE SPACES TO WS-ALR-TEXTO
               STRING "Día hábil " WS-FECHA-PASO
                      " sin líneas en RESUMEN.DAT"
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
               END-STRING
               PERFORM GRABAR-ALERTA
           END-IF.

      * La semana agrupa de lunes a domingo; el 1601-01-01 fue lunes,
      * por lo que la semana es (días enteros - 1) / 7.
       CALCULAR-SEMANA.
           COMPUTE WS-DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM).
           COMPUTE WS-SEMANA-LINEA = (WS-DIAS-ENTEROS - 1) / 7.

      * La semana se rotula con su primer día hábil; si no tiene
      * ninguno, con el lunes.
       CALCULAR-INICIO-SEMANA.
           COMPUTE WS-LUNES-ENTERO = (WS-SEMANA-ACTUAL * 7) + 1.
           COMPUTE WS-INICIO-SEMANA =
               FUNCTION DATE-OF-INTEGER(WS-LUNES-ENTERO).
           MOVE WS-INICIO-SEMANA TO WS-FECHA-PRUEBA.
           PERFORM VERIFICAR-DIA-HABIL.
           PERFORM UNTIL DIA-HABIL OR
                   WS-FECHA-PRUEBA >= FUNCTION DATE-OF-INTEGER(
                       WS-LUNES-ENTERO + 6)
               COMPUTE WS-FECHA-PRUEBA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PRUEBA) + 1)
               PERFORM VERIFICAR-DIA-HABIL
           END-PERFORM.
           IF DIA-HABIL THEN
               MOVE WS-FECHA-PRUEBA TO WS-INICIO-SEMANA
           END-IF.

       CORTE-DE-DIA.
           MOVE SPACES TO WS-ETIQUETA.
           ELSE
               MOVE "N" TO WS-CORTE-DEL-CICLO
           END-IF.
           MOVE "N" TO WS-CORTE-PERIODO.
           MOVE WS-TAB-DIA TO WS-TAB-CORTE.
           PERFORM IMPRIMIR-CORTE.
           MOVE ALL "0" TO WS-TAB-DIA.

       CORTE-DE-SEMANA.
           MOVE SPACES TO WS-ETIQUETA.
           STRING "SEMANA " WS-INICIO-SEMANA
               DELIMITED BY SIZE INTO WS-ETIQUETA
           END-STRING.
           MOVE WS-INICIO-SEMANA TO WS-ALR-FECHA.
           IF WS-SEMANA-ACTUAL = WS-SEMANA-CICLO THEN
               MOVE "S" TO WS-CORTE-DEL-CICLO
           ELSE
               MOVE "N" TO WS-CORTE-DEL-CICLO
           END-IF.
           MOVE "S" TO WS-CORTE-PERIODO.
           MOVE WS-SEM-HABILES TO WS-CORTE-HABILES.
           MOVE WS-SEM-FALTANTES TO WS-CORTE-FALTANTES.
           MOVE WS-TAB-SEMANA TO WS-TAB-CORTE.
           PERFORM IMPRIMIR-CORTE.
           MOVE ALL "0" TO WS-TAB-SEMANA.
           MOVE ZERO TO WS-SEM-HABILES.
           MOVE ZERO TO WS-SEM-FALTANTES.

       CORTE-DE-MES.
           MOVE SPACES TO WS-ETIQUETA.
           ELSE
               MOVE "N" TO WS-CORTE-DEL-CICLO
           END-IF.
           MOVE "S" TO WS-CORTE-PERIODO.
           MOVE WS-MES-HABILES TO WS-CORTE-HABILES.
           MOVE WS-MES-FALTANTES TO WS-CORTE-FALTANTES.
           MOVE WS-TAB-MES TO WS-TAB-CORTE.
           PERFORM IMPRIMIR-CORTE.
           MOVE ALL "0" TO WS-TAB-MES.
           MOVE ZERO TO WS-MES-HABILES.
           MOVE ZERO TO WS-MES-FALTANTES.

      * Tras la última línea se recorren los días hasta la fecha del
      * ciclo, para marcar también los hábiles recientes sin resumen.
       CERRAR-CORTES-FINALES.
           IF WS-DIA-ACTUAL <> SPACES THEN
               PERFORM CORTE-DE-DIA
               IF WS-FECHA-CICLO-TXT > WS-DIA-ACTUAL THEN
                   MOVE WS-FECHA-CICLO TO WS-FECHA-DESTINO
                   MOVE "N" TO WS-DESTINO-CON-DATOS
                   PERFORM AVANZAR-DIAS
               END-IF
           END-IF.
           IF WS-SEMANA-ACTUAL > ZERO THEN
               PERFORM CORTE-DE-SEMANA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

           IF CORTE-PERIODO THEN
               PERFORM IMPRIMIR-PROMEDIOS
           END-IF.

      * Promedio por día hábil del corte; los días hábiles sin
      * resumen cuentan en el divisor con volumen cero.
       IMPRIMIR-PROMEDIOS.
           MOVE ZERO TO WS-PROM-VOL.
           MOVE ZERO TO WS-PROM-OPS.
           MOVE ZERO TO WS-PROM-ERR.
           IF WS-CORTE-HABILES > ZERO THEN
               COMPUTE WS-PROM-VOL ROUNDED =
                   WS-TOT-VOL / WS-CORTE-HABILES
               COMPUTE WS-PROM-OPS ROUNDED =
                   WS-TOT-OPS / WS-CORTE-HABILES
               COMPUTE WS-PROM-ERR ROUNDED =
                   WS-TOT-ERR / WS-CORTE-HABILES
           END-IF.
           MOVE WS-PROM-VOL TO WS-PROM-VOL-ED.
           MOVE WS-PROM-OPS TO WS-PROM-OPS-ED.
           MOVE WS-PROM-ERR TO WS-PROM-ERR-ED.

           MOVE SPACES TO WS-LINEA.
           STRING "  DIAS-HABILES="  WS-CORTE-HABILES
                  " SIN-RESUMEN="    WS-CORTE-FALTANTES
                  " PROMEDIO/DIA HABIL VOL=" WS-PROM-VOL-ED
                  " OPS="            WS-PROM-OPS-ED
                  " ERR="            WS-PROM-ERR-ED
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

      * Graba una alerta operativa pendiente de reconocimiento; un
      * error al grabar no detiene el proceso, sólo se avisa.
       GRABAR-ALERTA.
                   WS-RESUMEN-STATUS
               MOVE "S" TO WS-EOF-RESUMEN
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
