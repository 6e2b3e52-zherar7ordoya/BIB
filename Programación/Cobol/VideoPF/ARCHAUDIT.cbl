      * no perder pista de auditoría. En el mismo corte se traspasa
      * INTERFAZ.CSV a INTERFAZ-HIST.CSV y se vacía, de modo que la
      * conciliación del día siguiente no cruce contra renglones
      * viejos; en la corrida no atendida se traspasa la interfaz
      * fechada del ciclo y cada renglón del histórico lleva la fecha
      * de ciclo como noveno campo, para poder reconstruir los totales
      * de un ciclo (ACUSES). Debe correr DESPUES de CONCILIA; el
      * orden se verifica contra la bitácora CICLO-CONTROL.DAT y el
      * archivado se niega si CONCILIA no ha emitido veredicto para
      * el ciclo, salvo
      * forzado supervisado con FORZAR=<id> en PARAMETROS.DAT.

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARCH-LLAVE
               FILE STATUS IS WS-ARCHIVO-STATUS.
           SELECT INTERFACE-FILE ASSIGN TO DYNAMIC WS-NOMBRE-INTERFAZ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
           SELECT INTHIST-FILE ASSIGN TO "INTERFAZ-HIST.CSV"
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
           SELECT USUARIOS-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIOS-STATUS.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01 AUDIT-RECORD            PIC X(162).

       FD  ARCHIVO-FILE
           RECORDING MODE IS F.
           05 ARCH-LLAVE.
               10 ARCH-ESTAMPA    PIC X(14).
               10 ARCH-SECUENCIA  PIC 9(6).
           05 ARCH-DATOS          PIC X(162).

       FD  INTERFACE-FILE
           RECORDING MODE IS F.
       01 INTERFACE-RECORD        PIC X(100).

       FD  INTHIST-FILE
           RECORDING MODE IS F.
       01 INTHIST-RECORD          PIC X(100).

       FD  PARAM-FILE
           RECORDING MODE IS F.
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
       01 WS-AUDIT-STATUS         PIC XX.
       01 WS-ARCHIVO-STATUS       PIC XX.
       01 WS-INTERFACE-STATUS     PIC XX.
       01 WS-INTHIST-STATUS       PIC XX.
       01 WS-ARCHIVO-NOMBRE       PIC X(44)  VALUE SPACES.
       01 WS-NOMBRE-INTERFAZ      PIC X(44)  VALUE "INTERFAZ.CSV".
       01 WS-INTERFAZ-NOMBRADO    PIC X      VALUE "N".
           88 INTERFAZ-NOMBRADO      VALUE "S".

       01 WS-EOF-AUDIT            PIC X      VALUE "N".
           88 FIN-AUDIT              VALUE "S".
       01 WS-MES-REGISTRO         PIC X(6).
       01 WS-ESTAMPA-REG          PIC X(14).
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

       01 WS-SECUENCIA            PIC 9(6)   VALUE ZERO.
       01 WS-CONT-ARCHIVADOS      PIC 9(7)   VALUE ZERO.
       01 WS-CONT-SIN-ESTAMPA     PIC 9(7)   VALUE ZERO.
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
               DISPLAY "ARCHAUDIT no corre en un periodo cerrado; un "
                   "supervisor debe reabrirlo con CIERREMES, fin "
                   "del programa"
           ELSE
               IF NOT CICLO-EN-ORDEN THEN
                   IF NOT DIA-HABIL THEN
                       DISPLAY "ARCHAUDIT no corre en día inhábil "
                           "sin forzado de un supervisor, fin del "
                           "programa"
                   ELSE
                       IF NOT CONCILIA-LISTO THEN
                           DISPLAY "ARCHAUDIT fuera de orden: "
                               "CONCILIA no ha emitido veredicto "
                               "para el ciclo "
                               WS-FECHA-CICLO ", fin del programa"
                       ELSE
                           DISPLAY "ARCHAUDIT fuera de orden: "
                               "INTTOTAL no ha emitido los totales "
                               "del ciclo "
                               WS-FECHA-CICLO ", fin del programa"
                       END-IF
                   END-IF
               ELSE
                   MOVE "INICIO" TO WS-CC-EVENTO
                   IF CICLO-FORZADO THEN
                       MOVE "FORZADO" TO WS-CC-RESULTADO
                   ELSE
                       MOVE SPACES TO WS-CC-RESULTADO
                   END-IF
                   PERFORM REGISTRAR-PASO-CICLO

                   PERFORM PROCESO-ARCHIVADO

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

       PROCESO-ARCHIVADO.
               END-IF
           END-IF.

      * Sólo interesan FECHA, INTERFAZ= y FORZAR; el resto de los
      * parámetros son de la corrida de CALCULADORA.
       LEER-PARAMETROS.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS = "00" THEN
                   PERFORM LEER-PARAMETRO
               END-PERFORM
               CLOSE PARAM-FILE
               IF WS-FECHA-CICLO-TXT NUMERIC AND
                  NOT INTERFAZ-NOMBRADO THEN
                   MOVE SPACES TO WS-NOMBRE-INTERFAZ
                   STRING "INTERFAZ-" WS-FECHA-CICLO-TXT ".CSV"
                       DELIMITED BY SIZE INTO WS-NOMBRE-INTERFAZ
                   END-STRING
               END-IF
           END-IF.

       LEER-PARAMETRO.
           EVALUATE WS-PARAM-CLAVE
               WHEN "FECHA"
                   MOVE WS-PARAM-VALOR(1:8) TO WS-FECHA-CICLO-TXT
               WHEN "INTERFAZ"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-INTERFAZ
                   MOVE "S" TO WS-INTERFAZ-NOMBRADO
               WHEN "FORZAR"
                   MOVE WS-PARAM-VALOR(1:8) TO WS-FORZAR-ID
               WHEN OTHER
               MOVE WS-FECHA-CICLO-TXT TO WS-FECHA-CICLO
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FECHA-HORA(1:8) TO WS-FECHA-PRUEBA
               PERFORM RETROCEDER-A-DIA-HABIL
               MOVE WS-FECHA-PRUEBA TO WS-FECHA-CICLO
           END-IF.

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

      * El archivado exige el veredicto de CONCILIA y además que
               PERFORM LEER-USUARIO
               PERFORM UNTIL FIN-USUARIOS OR SUPERVISOR-VALIDO
                   IF USU-ID = WS-FORZAR-ID AND
                      USU-ID <> SPACES AND
                      USU-ACTIVO <> "N" THEN
                       MOVE ZERO TO WS-MODOS-HALLADOS
                       INSPECT USU-MODOS TALLYING
                           WS-MODOS-HALLADOS FOR ALL "S"

      * Traspasa los renglones de INTERFAZ.CSV al histórico y deja el
      * archivo vacío; así la conciliación del siguiente ciclo empareja
      * contra renglones del día y no contra los de ayer. El renglón
      * ocupa hasta la posición 82; la fecha de ciclo va a partir
      * de la 84, separada por coma.
       TRASPASAR-INTERFAZ.
           OPEN INPUT INTERFACE-FILE.
           IF WS-INTERFACE-STATUS = "35" THEN
               DISPLAY "No existe " WS-NOMBRE-INTERFAZ
                   ", nada que traspasar"
           ELSE
               IF WS-INTERFACE-STATUS <> "00" THEN
                   DISPLAY "ERROR abriendo " WS-NOMBRE-INTERFAZ
                       ", status=" WS-INTERFACE-STATUS
               ELSE
                   OPEN EXTEND INTHIST-FILE
                   IF WS-INTHIST-STATUS = "35" THEN
                   IF WS-INTHIST-STATUS <> "00" THEN
                       DISPLAY "ERROR abriendo INTERFAZ-HIST.CSV, "
                           "status=" WS-INTHIST-STATUS
                           ", no se traspasa " WS-NOMBRE-INTERFAZ
                       CLOSE INTERFACE-FILE
                   ELSE
                       PERFORM LEER-INTERFAZ
                       PERFORM UNTIL FIN-INTERFACE
                           MOVE INTERFACE-RECORD TO INTHIST-RECORD
                           IF INTHIST-RECORD(83:9) = SPACES THEN
                               MOVE "," TO INTHIST-RECORD(83:1)
                               MOVE WS-FECHA-CICLO TO
                                   INTHIST-RECORD(84:8)
                           END-IF
                           WRITE INTHIST-RECORD
                           IF WS-INTHIST-STATUS <> "00" THEN
                               DISPLAY "ERROR escribiendo "
                               DISPLAY "Renglones de interfaz "
                                   "traspasados: " WS-CONT-INTERFAZ
                           ELSE
                               DISPLAY "ERROR vaciando "
                                   WS-NOMBRE-INTERFAZ
                                   " status=" WS-INTERFACE-STATUS
                               DISPLAY "ATENCION: vacíe "
                                   WS-NOMBRE-INTERFAZ
                                   " a mano o el traspaso se "
                                   "duplicará en el histórico"
                               MOVE "C" TO WS-ALR-SEVERIDAD
           END-READ.
           IF WS-INTERFACE-STATUS <> "00" AND
              WS-INTERFACE-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo " WS-NOMBRE-INTERFAZ
                   ", status=" WS-INTERFACE-STATUS
               MOVE "S" TO WS-EOF-INTERFACE
           END-IF.

                   WS-AUDIT-STATUS
               MOVE "S" TO WS-EOF-AUDIT
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
