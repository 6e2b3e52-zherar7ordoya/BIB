       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIERREMES.

      * Cierre de mes: un supervisor cierra un periodo AAAAMM cuando
      * todos sus días hábiles (CALENDARIO.DAT) tienen la cadena
      * nocturna completa en CICLO-CONTROL.DAT, con el veredicto
      * BALANCEADO de CONCILIA, y no quedan alertas críticas
      * pendientes del mes en ALERTAS.DAT. El cierre se asienta en
      * PERIODOS.DAT y emite la hoja de control CIERRE-AAAAMM.DAT:
      * volúmenes y errores de AUDARCH-AAAAMM.DAT, totales de
      * INTTOTAL por operación y moneda, rechazos por código de
      * razón y días que necesitaron un paso forzado.
      * Con el periodo cerrado, CALCULADORA (modos B y R), INTTOTAL
      * y ARCHAUDIT no procesan fechas de ese mes; para volver a
      * procesarlas un supervisor lo reabre aquí con un motivo, que
      * queda en PERIODOS.DAT y como alerta. El periodo reabierto se
      * vuelve a cerrar con la opción C, que regenera la hoja.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.
           SELECT CICLO-FILE ASSIGN TO "CICLO-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICLO-STATUS.
           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.
           SELECT USUARIOS-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIOS-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-FECHA
               FILE STATUS IS WS-CALENDARIO-STATUS.
           SELECT ARCHIVO-FILE ASSIGN TO DYNAMIC WS-ARCHIVO-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCH-LLAVE
               FILE STATUS IS WS-ARCHIVO-STATUS.
           SELECT TOTALES-FILE ASSIGN TO DYNAMIC WS-NOMBRE-TOTALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALES-STATUS.
           SELECT RECHAZOS-FILE ASSIGN TO DYNAMIC WS-NOMBRE-RECHAZOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.
           SELECT HOJA-FILE ASSIGN TO DYNAMIC WS-NOMBRE-HOJA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOJA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Bitácora de estado de los periodos: un registro por cierre o
      * reapertura; rige el último evento del periodo y un periodo
      * sin eventos está abierto.
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
           05 USU-ID              PIC X(8).
           05 FILLER              PIC X.
           05 USU-NOMBRE          PIC X(30).
           05 FILLER              PIC X.
           05 USU-MODOS           PIC X(4).
           05 FILLER              PIC X.
           05 USU-LIMITE          PIC 9(5)V99.
           05 FILLER              PIC X.
           05 USU-ACTIVO          PIC X.

       FD  CALENDARIO-FILE
           RECORDING MODE IS F.
       01 CALENDARIO-RECORD.
           05 CAL-FECHA           PIC 9(8).
           05 CAL-TIPO            PIC X.
           05 CAL-DESCRIPCION     PIC X(30).

       FD  ARCHIVO-FILE
           RECORDING MODE IS F.
       01 ARCHIVO-RECORD.
           05 ARCH-LLAVE.
               10 ARCH-ESTAMPA    PIC X(14).
               10 ARCH-SECUENCIA  PIC 9(6).
           05 ARCH-DATOS          PIC X(162).

      * Totales diarios de INTTOTAL; sólo interesan los detalles "D".
       FD  TOTALES-FILE
           RECORDING MODE IS F.
       01 TOTALES-RECORD.
           05 TOTD-TIPO           PIC X.
           05 TOTD-OPERACION      PIC X.
           05 FILLER              PIC X.
           05 TOTD-MONEDA         PIC XXX.
           05 FILLER              PIC X.
           05 TOTD-CUENTA         PIC 9(9).
           05 FILLER              PIC X.
           05 TOTD-SUMA           PIC S9(11)V9(3)
               SIGN LEADING SEPARATE.

      * Rechazos del ciclo de CALCULADORA; sólo interesa la razón.
       FD  RECHAZOS-FILE
           RECORDING MODE IS F.
       01 RECHAZO-RECORD.
           05 RECH-CODIGO-RAZON   PIC X(3).
           05 FILLER              PIC X(93).

       FD  HOJA-FILE
           RECORDING MODE IS F.
       01 HOJA-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PERIODOS-STATUS      PIC XX.
       01 WS-CICLO-STATUS         PIC XX.
       01 WS-ALERTAS-STATUS       PIC XX.
       01 WS-USUARIOS-STATUS      PIC XX.
       01 WS-ARCHIVO-STATUS       PIC XX.
       01 WS-TOTALES-STATUS       PIC XX.
       01 WS-RECHAZOS-STATUS      PIC XX.
       01 WS-HOJA-STATUS          PIC XX.

       01 WS-ARCHIVO-NOMBRE       PIC X(44)  VALUE SPACES.
       01 WS-NOMBRE-TOTALES       PIC X(44)  VALUE SPACES.
       01 WS-NOMBRE-RECHAZOS      PIC X(44)  VALUE SPACES.
       01 WS-NOMBRE-HOJA          PIC X(44)  VALUE SPACES.

       01 WS-OPCION               PIC X.
           88 OPCION-CERRAR          VALUE "C".
           88 OPCION-REABRIR         VALUE "R".
           88 OPCION-LISTAR          VALUE "L".
           88 OPCION-FIN             VALUE "F".

       01 WS-ERROR-FATAL          PIC X      VALUE "N".
           88 ERROR-FATAL             VALUE "S".
       01 WS-EOF-PERIODOS         PIC X      VALUE "N".
           88 FIN-PERIODOS           VALUE "S".
       01 WS-PERIODOS-ILEGIBLE    PIC X      VALUE "N".
           88 PERIODOS-ILEGIBLE      VALUE "S".
       01 WS-EOF-CICLO            PIC X      VALUE "N".
           88 FIN-CICLO              VALUE "S".
       01 WS-EOF-ALERTAS          PIC X      VALUE "N".
           88 FIN-ALERTAS            VALUE "S".
       01 WS-EOF-USUARIOS         PIC X      VALUE "N".
           88 FIN-USUARIOS           VALUE "S".
       01 WS-EOF-ARCHIVO          PIC X      VALUE "N".
           88 FIN-ARCHIVO            VALUE "S".
       01 WS-EOF-TOTALES          PIC X      VALUE "N".
           88 FIN-TOTALES            VALUE "S".
       01 WS-EOF-RECHAZOS         PIC X      VALUE "N".
           88 FIN-RECHAZOS           VALUE "S".

      * Supervisor que opera el cierre.
       01 WS-SUPERVISOR           PIC X(8)   VALUE SPACES.
       01 WS-SUPERVISOR-VALIDO    PIC X      VALUE "N".
           88 SUPERVISOR-VALIDO      VALUE "S".
       01 WS-MODOS-HALLADOS       PIC 9      VALUE ZERO.
       01 WS-INTENTOS-VALIDACION  PIC 9      VALUE ZERO.
       01 WS-MAX-INTENTOS         PIC 9      VALUE 3.

      * Periodo en tratamiento y su último evento en PERIODOS.DAT.
       01 WS-PERIODO-TXT          PIC X(6).
       01 WS-PERIODO              PIC 9(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PER-ANIO         PIC 9(4).
           05 WS-PER-MES          PIC 99.
       01 WS-PERIODO-VALIDO       PIC X      VALUE "N".
           88 PERIODO-VALIDO         VALUE "S".
       01 WS-ESTADO-PERIODO       PIC X(9).
       01 WS-EVENTO               PIC X(9).
       01 WS-MOTIVO               PIC X(40).
       01 WS-CONFIRMA             PIC X.

       01 WS-FECHA-HORA           PIC X(26).
       01 WS-HOY                  PIC 9(8).
       01 WS-PRIMER-DIA           PIC 9(8).
       01 WS-ULTIMO-DIA           PIC 9(8).
       01 WS-SIGUIENTE-MES        PIC 9(8).
       01 WS-DIAS-MES             PIC 99.
       01 WS-DIA-IDX              PIC 99.
       01 WS-FECHA-DIA            PIC 9(8).

      * Días hábiles; sin CALENDARIO.DAT rige lunes a viernes.
       01 WS-CALENDARIO-STATUS    PIC XX.
       01 WS-CALENDARIO-ABIERTO   PIC X      VALUE "N".
           88 CALENDARIO-ABIERTO     VALUE "S".
       01 WS-FECHA-PRUEBA         PIC 9(8).
       01 WS-DIA-SEMANA           PIC 9.
       01 WS-DIA-HABIL            PIC X      VALUE "S".
           88 DIA-HABIL              VALUE "S".

      * Pasos de la cadena nocturna en orden, y por día del mes el
      * último resultado FIN de cada paso y si su INICIO fue forzado.
       01 WS-NOMBRES-PASOS.
           05 FILLER              PIC X(12)  VALUE "CALCULADORA".
           05 FILLER              PIC X(12)  VALUE "CTLLOTES".
           05 FILLER              PIC X(12)  VALUE "DUPLICADOS".
           05 FILLER              PIC X(12)  VALUE "CONCILIA".
           05 FILLER              PIC X(12)  VALUE "INTTOTAL".
           05 FILLER              PIC X(12)  VALUE "ARCHAUDIT".
           05 FILLER              PIC X(12)  VALUE "REPRESUMEN".
       01 WS-NOMBRES-PASOS-R REDEFINES WS-NOMBRES-PASOS.
           05 WS-NOM-PASO OCCURS 7 TIMES PIC X(12).
       01 WS-PASO-TOTAL           PIC 9      VALUE 7.
       01 WS-PASO-IDX             PIC 9.
       01 WS-PASO-HALLADO         PIC 9      VALUE ZERO.

       01 WS-TABLA-DIAS.
           05 WS-DIA-ENTRADA OCCURS 31 TIMES.
               10 WS-DIA-PASO OCCURS 7 TIMES.
                   15 WS-DIA-RESULTADO PIC X(16).
                   15 WS-DIA-FORZADO   PIC X.

       01 WS-PASO-CORRECTO        PIC X      VALUE "N".
           88 PASO-CORRECTO          VALUE "S".
       01 WS-CADENA-COMPLETA      PIC X      VALUE "N".
           88 CADENA-COMPLETA        VALUE "S".
       01 WS-DIA-CON-FORZADO      PIC X      VALUE "N".
           88 DIA-CON-FORZADO        VALUE "S".
       01 WS-RESULTADO-VISTO      PIC X(16).

       01 WS-CONT-HABILES         PIC 99     VALUE ZERO.
       01 WS-CONT-COMPLETOS       PIC 99     VALUE ZERO.
       01 WS-CONT-PENDIENTES      PIC 9(4)   VALUE ZERO.
       01 WS-CONT-ALERTAS-C       PIC 9(4)   VALUE ZERO.
       01 WS-CONT-DIAS-FORZADOS   PIC 99     VALUE ZERO.

      * Volúmenes y errores del mes según AUDARCH-AAAAMM.DAT, en el
      * orden de los contadores de RESUMEN.DAT.
       01 WS-TAB-AUDARCH.
           05 WS-AUD-CONT OCCURS 10 TIMES PIC 9(9).
       01 WS-REG-OPER             PIC X.
       01 WS-REG-ESTADO           PIC X(30).
       01 WS-CONT-AUDARCH         PIC 9(9)   VALUE ZERO.
       01 WS-IDX                  PIC 9(2).
       01 WS-TOT-OPS              PIC 9(9).
       01 WS-TOT-ERR              PIC 9(9).
       01 WS-TOT-VOL              PIC 9(9).
       01 WS-TASA                 PIC 999V99.
       01 WS-TASA-ED              PIC ZZ9.99.

      * Totales de INTTOTAL acumulados en el mes.
       01 WS-TABLA-TOTALES.
           05 WS-TOT-ENTRADA OCCURS 100 TIMES.
               10 WS-TOT-OPER     PIC X.
               10 WS-TOT-MONEDA   PIC XXX.
               10 WS-TOT-CUENTA   PIC 9(9).
               10 WS-TOT-SUMA     PIC S9(13)V9(3).
       01 WS-TOT-TOTAL            PIC 9(3)   VALUE ZERO.
       01 WS-TOT-MAXIMO           PIC 9(3)   VALUE 100.
       01 WS-TOT-IDX              PIC 9(3).
       01 WS-TOT-HALLADO          PIC 9(3)   VALUE ZERO.
       01 WS-TOT-SUMA-ED          PIC +9(13).999.
       01 WS-CONT-ARCH-TOTALES    PIC 99     VALUE ZERO.

      * Rechazos del mes por código de razón.
       01 WS-TABLA-RAZONES.
           05 WS-RAZ-ENTRADA OCCURS 20 TIMES.
               10 WS-RAZ-CODIGO   PIC XXX.
               10 WS-RAZ-CUENTA   PIC 9(7).
       01 WS-RAZ-TOTAL            PIC 99     VALUE ZERO.
       01 WS-RAZ-MAXIMO           PIC 99     VALUE 20.
       01 WS-RAZ-IDX              PIC 99.
       01 WS-RAZ-HALLADO          PIC 99     VALUE ZERO.
       01 WS-CONT-ARCH-RECHAZOS   PIC 99     VALUE ZERO.
       01 WS-CONT-RECHAZOS        PIC 9(7)   VALUE ZERO.

       01 WS-HOJA-ABIERTA         PIC X      VALUE "N".
           88 HOJA-ABIERTA           VALUE "S".
       01 WS-COLUMNA              PIC 9(3).
       01 WS-LINEA                PIC X(132).

       01 WS-ALR-SEVERIDAD        PIC X.
       01 WS-ALR-TEXTO            PIC X(60).
       01 WS-CONT-LISTADOS        PIC 9(4)   VALUE ZERO.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-CALENDARIO.
           PERFORM VALIDAR-SUPERVISOR-CONSOLA.

           IF NOT ERROR-FATAL THEN
               PERFORM UNTIL OPCION-FIN OR ERROR-FATAL
                   DISPLAY " "
                   DISPLAY "Cierre de mes"
                   DISPLAY "C=Cerrar mes, R=Reabrir mes, "
                       "L=Listar periodos, F=Fin:"
                   ACCEPT WS-OPCION

                   EVALUATE TRUE
                       WHEN OPCION-CERRAR
                           PERFORM CERRAR-MES
                       WHEN OPCION-REABRIR
                           PERFORM REABRIR-MES
                       WHEN OPCION-LISTAR
                           PERFORM LISTAR-PERIODOS
                       WHEN OPCION-FIN
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opción no válida: '" WS-OPCION "'"
                   END-EVALUATE
               END-PERFORM
           END-IF.

           PERFORM CERRAR-CALENDARIO.
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

      * El mes se cierra sólo cuando ya terminó y no queda ninguna
      * observación: cadena incompleta o no balanceada en un día
      * hábil, o alerta crítica pendiente con fecha del mes.
       CERRAR-MES.
           PERFORM PEDIR-PERIODO.
           IF PERIODO-VALIDO THEN
               PERFORM LEER-ESTADO-PERIODO
               IF PERIODOS-ILEGIBLE THEN
                   DISPLAY "No se puede leer PERIODOS.DAT, "
                       "cierre cancelado"
                   MOVE "N" TO WS-PERIODO-VALIDO
               END-IF
           END-IF.
           IF PERIODO-VALIDO THEN
               IF WS-ESTADO-PERIODO = "CERRADO" THEN
                   DISPLAY "El periodo " WS-PERIODO-TXT
                       " ya está cerrado"
                   MOVE "N" TO WS-PERIODO-VALIDO
               END-IF
           END-IF.
           IF PERIODO-VALIDO AND WS-ULTIMO-DIA >= WS-HOY THEN
               DISPLAY "El periodo " WS-PERIODO-TXT " aún no "
                   "termina, no se puede cerrar"
               MOVE "N" TO WS-PERIODO-VALIDO
           END-IF.

           IF PERIODO-VALIDO THEN
               MOVE ZERO TO WS-CONT-PENDIENTES
               PERFORM CARGAR-CICLOS-MES
               PERFORM VERIFICAR-DIAS-MES
               PERFORM VERIFICAR-ALERTAS-MES
               DISPLAY "Días hábiles " WS-CONT-HABILES
                   ", cadenas completas " WS-CONT-COMPLETOS
                   ", alertas críticas pendientes " WS-CONT-ALERTAS-C
               IF WS-CONT-PENDIENTES > ZERO THEN
                   DISPLAY "El periodo " WS-PERIODO-TXT " no puede "
                       "cerrarse: " WS-CONT-PENDIENTES
                       " observaciones pendientes"
               ELSE
                   DISPLAY "¿Confirma el cierre del periodo "
                       WS-PERIODO-TXT "? (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA <> "S" THEN
                       DISPLAY "Cierre cancelado"
                   ELSE
                       PERFORM EMITIR-HOJA-CONTROL
                       IF HOJA-ABIERTA THEN
                           MOVE "N" TO WS-HOJA-ABIERTA
                           MOVE "CERRADO" TO WS-EVENTO
                           MOVE "CIERRE MENSUAL" TO WS-MOTIVO
                           PERFORM GRABAR-EVENTO-PERIODO
                           DISPLAY "Periodo " WS-PERIODO-TXT
                               " cerrado, hoja de control en "
                               WS-NOMBRE-HOJA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * La reapertura exige un motivo y queda en PERIODOS.DAT y como
      * alerta, para que el siguiente cierre se revise con cuidado.
       REABRIR-MES.
           PERFORM PEDIR-PERIODO.
           IF PERIODO-VALIDO THEN
               PERFORM LEER-ESTADO-PERIODO
               IF PERIODOS-ILEGIBLE THEN
                   DISPLAY "No se puede leer PERIODOS.DAT, "
                       "reapertura cancelada"
                   MOVE "N" TO WS-PERIODO-VALIDO
               END-IF
           END-IF.
           IF PERIODO-VALIDO THEN
               IF WS-ESTADO-PERIODO <> "CERRADO" THEN
                   DISPLAY "El periodo " WS-PERIODO-TXT
                       " no está cerrado"
                   MOVE "N" TO WS-PERIODO-VALIDO
               END-IF
           END-IF.
           IF PERIODO-VALIDO THEN
               DISPLAY "Motivo de la reapertura: "
               ACCEPT WS-MOTIVO
               IF WS-MOTIVO = SPACES THEN
                   DISPLAY "El motivo es obligatorio, "
                       "reapertura cancelada"
                   MOVE "N" TO WS-PERIODO-VALIDO
               END-IF
           END-IF.
           IF PERIODO-VALIDO THEN
               DISPLAY "¿Confirma la reapertura del periodo "
                   WS-PERIODO-TXT "? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA <> "S" THEN
                   DISPLAY "Reapertura cancelada"
               ELSE
                   MOVE "REABIERTO" TO WS-EVENTO
                   PERFORM GRABAR-EVENTO-PERIODO
                   MOVE "A" TO WS-ALR-SEVERIDAD
                   MOVE SPACES TO WS-ALR-TEXTO
                   STRING "Periodo " WS-PERIODO-TXT " reabierto por "
                          DELIMITED BY SIZE
                          WS-SUPERVISOR DELIMITED BY SPACE
                          ": " WS-MOTIVO DELIMITED BY SIZE
                       INTO WS-ALR-TEXTO
                   END-STRING
                   PERFORM GRABAR-ALERTA
                   DISPLAY "Periodo " WS-PERIODO-TXT " reabierto"
               END-IF
           END-IF.

       LISTAR-PERIODOS.
           MOVE ZERO TO WS-CONT-LISTADOS.
           MOVE "N" TO WS-EOF-PERIODOS.
           OPEN INPUT PERIODOS-FILE.
           IF WS-PERIODOS-STATUS = "35" THEN
               DISPLAY "No hay periodos cerrados"
           ELSE
               IF WS-PERIODOS-STATUS <> "00" THEN
                   DISPLAY "ERROR abriendo PERIODOS.DAT, status="
                       WS-PERIODOS-STATUS
               ELSE
                   DISPLAY "PERIOD EVENTO    ESTAMPA        "
                       "SUPERV.  MOTIVO"
                   PERFORM LEER-PERIODO
                   PERFORM UNTIL FIN-PERIODOS
                       ADD 1 TO WS-CONT-LISTADOS
                       DISPLAY PERIODOS-RECORD
                       PERFORM LEER-PERIODO
                   END-PERFORM
                   CLOSE PERIODOS-FILE
                   DISPLAY "Eventos de periodo: " WS-CONT-LISTADOS
               END-IF
           END-IF.

       PEDIR-PERIODO.
           MOVE "N" TO WS-PERIODO-VALIDO.
           DISPLAY "Periodo (AAAAMM): ".
           ACCEPT WS-PERIODO-TXT.
           IF WS-PERIODO-TXT NUMERIC THEN
               MOVE WS-PERIODO-TXT TO WS-PERIODO
               IF WS-PER-MES >= 1 AND WS-PER-MES <= 12 AND
                  WS-PER-ANIO >= 1601 THEN
                   MOVE "S" TO WS-PERIODO-VALIDO
               END-IF
           END-IF.
           IF PERIODO-VALIDO THEN
               COMPUTE WS-PRIMER-DIA = WS-PERIODO * 100 + 1
               IF WS-PER-MES = 12 THEN
                   COMPUTE WS-SIGUIENTE-MES =
                       (WS-PER-ANIO + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-SIGUIENTE-MES = WS-PRIMER-DIA + 100
               END-IF
               COMPUTE WS-ULTIMO-DIA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-SIGUIENTE-MES) - 1)
               MOVE WS-ULTIMO-DIA(7:2) TO WS-DIAS-MES
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FECHA-HORA(1:8) TO WS-HOY
           ELSE
               DISPLAY "Periodo inválido: '" WS-PERIODO-TXT "'"
           END-IF.

      * Sin PERIODOS.DAT ningún mes se ha cerrado; si existe pero no
      * se puede leer, el estado es desconocido y no se registra
      * ningún evento sobre él.
       LEER-ESTADO-PERIODO.
           MOVE SPACES TO WS-ESTADO-PERIODO.
           MOVE "N" TO WS-EOF-PERIODOS.
           MOVE "N" TO WS-PERIODOS-ILEGIBLE.
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
                   MOVE "S" TO WS-PERIODOS-ILEGIBLE
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
               MOVE "S" TO WS-PERIODOS-ILEGIBLE
           END-IF.

       GRABAR-EVENTO-PERIODO.
           OPEN EXTEND PERIODOS-FILE.
           IF WS-PERIODOS-STATUS = "35" THEN
               OPEN OUTPUT PERIODOS-FILE
           END-IF.
           IF WS-PERIODOS-STATUS <> "00" THEN
               DISPLAY "ERROR abriendo PERIODOS.DAT, status="
                   WS-PERIODOS-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE SPACES TO PERIODOS-RECORD
               MOVE WS-PERIODO TO PER-PERIODO
               MOVE WS-EVENTO TO PER-EVENTO
               MOVE WS-FECHA-HORA(1:14) TO PER-ESTAMPA
               MOVE WS-SUPERVISOR TO PER-SUPERVISOR
               MOVE WS-MOTIVO TO PER-MOTIVO
               WRITE PERIODOS-RECORD
               IF WS-PERIODOS-STATUS <> "00" THEN
                   DISPLAY "ERROR escribiendo PERIODOS.DAT, status="
                       WS-PERIODOS-STATUS
               END-IF
               CLOSE PERIODOS-FILE
           END-IF.

      * Por día del mes, último resultado FIN de cada paso (una
      * corrida posterior reemplaza a la anterior) y marca de los
      * pasos cuyo INICIO fue forzado.
       CARGAR-CICLOS-MES.
           MOVE SPACES TO WS-TABLA-DIAS.
           MOVE "N" TO WS-EOF-CICLO.
           OPEN INPUT CICLO-FILE.
           IF WS-CICLO-STATUS = "00" THEN
               PERFORM LEER-CICLO
               PERFORM UNTIL FIN-CICLO
                   IF CC-FECHA(1:6) = WS-PERIODO-TXT THEN
                       PERFORM ANOTAR-PASO-CICLO
                   END-IF
                   PERFORM LEER-CICLO
               END-PERFORM
               CLOSE CICLO-FILE
           ELSE
               DISPLAY "ERROR abriendo CICLO-CONTROL.DAT, status="
                   WS-CICLO-STATUS
           END-IF.

       ANOTAR-PASO-CICLO.
           MOVE CC-FECHA(7:2) TO WS-DIA-IDX.
           MOVE ZERO TO WS-PASO-HALLADO.
           PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
                   UNTIL WS-PASO-IDX > WS-PASO-TOTAL
               IF CC-PROGRAMA = WS-NOM-PASO(WS-PASO-IDX) THEN
                   MOVE WS-PASO-IDX TO WS-PASO-HALLADO
               END-IF
           END-PERFORM.
           IF WS-PASO-HALLADO > ZERO AND
              WS-DIA-IDX >= 1 AND WS-DIA-IDX <= 31 THEN
               IF CC-EVENTO = "FIN" THEN
                   MOVE CC-RESULTADO TO
                       WS-DIA-RESULTADO(WS-DIA-IDX, WS-PASO-HALLADO)
               END-IF
               IF CC-EVENTO = "INICIO" AND
                  CC-RESULTADO = "FORZADO" THEN
                   MOVE "S" TO
                       WS-DIA-FORZADO(WS-DIA-IDX, WS-PASO-HALLADO)
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

       VERIFICAR-DIAS-MES.
           MOVE ZERO TO WS-CONT-HABILES.
           MOVE ZERO TO WS-CONT-COMPLETOS.
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-DIAS-MES
               COMPUTE WS-FECHA-DIA = WS-PRIMER-DIA + WS-DIA-IDX - 1
               MOVE WS-FECHA-DIA TO WS-FECHA-PRUEBA
               PERFORM VERIFICAR-DIA-HABIL
               IF DIA-HABIL THEN
                   ADD 1 TO WS-CONT-HABILES
                   PERFORM VERIFICAR-CADENA-DIA
               END-IF
           END-PERFORM.

      * Cadena completa: cada paso terminó con su resultado bueno;
      * CTLLOTES admite HALLAZGOS, DUPLICADOS admite SOSPECHAS (sus
      * alertas críticas se controlan aparte) y CONCILIA debe dar
      * BALANCEADO.
       VERIFICAR-CADENA-DIA.
           MOVE "S" TO WS-CADENA-COMPLETA.
           PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
                   UNTIL WS-PASO-IDX > WS-PASO-TOTAL
               MOVE WS-DIA-RESULTADO(WS-DIA-IDX, WS-PASO-IDX)
                   TO WS-RESULTADO-VISTO
               MOVE "N" TO WS-PASO-CORRECTO
               EVALUATE WS-NOM-PASO(WS-PASO-IDX)
                   WHEN "CTLLOTES"
                       IF WS-RESULTADO-VISTO = "OK" OR
                          WS-RESULTADO-VISTO = "HALLAZGOS" THEN
                           MOVE "S" TO WS-PASO-CORRECTO
                       END-IF
                   WHEN "DUPLICADOS"
                       IF WS-RESULTADO-VISTO = "OK" OR
                          WS-RESULTADO-VISTO = "SOSPECHAS" THEN
                           MOVE "S" TO WS-PASO-CORRECTO
                       END-IF
                   WHEN "CONCILIA"
                       IF WS-RESULTADO-VISTO = "BALANCEADO" THEN
                           MOVE "S" TO WS-PASO-CORRECTO
                       END-IF
                   WHEN OTHER
                       IF WS-RESULTADO-VISTO = "OK" THEN
                           MOVE "S" TO WS-PASO-CORRECTO
                       END-IF
               END-EVALUATE
               IF NOT PASO-CORRECTO THEN
                   MOVE "N" TO WS-CADENA-COMPLETA
                   ADD 1 TO WS-CONT-PENDIENTES
                   IF WS-RESULTADO-VISTO = SPACES THEN
                       MOVE "SIN FIN" TO WS-RESULTADO-VISTO
                   END-IF
                   DISPLAY "  Día " WS-FECHA-DIA " "
                       WS-NOM-PASO(WS-PASO-IDX) " "
                       WS-RESULTADO-VISTO
               END-IF
           END-PERFORM.
           IF CADENA-COMPLETA THEN
               ADD 1 TO WS-CONT-COMPLETOS
           END-IF.

       VERIFICAR-ALERTAS-MES.
           MOVE ZERO TO WS-CONT-ALERTAS-C.
           MOVE "N" TO WS-EOF-ALERTAS.
           OPEN INPUT ALERTAS-FILE.
           IF WS-ALERTAS-STATUS = "00" THEN
               PERFORM LEER-ALERTA
               PERFORM UNTIL FIN-ALERTAS
                   IF ALR-FECHA-CICLO(1:6) = WS-PERIODO-TXT AND
                      ALR-SEVERIDAD = "C" AND
                      ALR-ESTADO = "P" THEN
                       ADD 1 TO WS-CONT-ALERTAS-C
                       ADD 1 TO WS-CONT-PENDIENTES
                       DISPLAY "  Alerta crítica pendiente "
                           ALR-FECHA-CICLO " " ALR-PROGRAMA " "
                           ALR-TEXTO
                   END-IF
                   PERFORM LEER-ALERTA
               END-PERFORM
               CLOSE ALERTAS-FILE
           ELSE
               IF WS-ALERTAS-STATUS <> "35" THEN
                   DISPLAY "ERROR abriendo ALERTAS.DAT, status="
                       WS-ALERTAS-STATUS
                   ADD 1 TO WS-CONT-PENDIENTES
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
               MOVE "CIERREMES" TO ALR-PROGRAMA
               MOVE WS-PRIMER-DIA TO ALR-FECHA-CICLO
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

      * Hoja de control del cierre, una página: cadena del mes,
      * volúmenes de AUDARCH, totales de INTTOTAL, rechazos por
      * razón y días con pasos forzados.
       EMITIR-HOJA-CONTROL.
           MOVE SPACES TO WS-NOMBRE-HOJA.
           STRING "CIERRE-" WS-PERIODO-TXT ".DAT"
               DELIMITED BY SIZE INTO WS-NOMBRE-HOJA
           END-STRING.
           OPEN OUTPUT HOJA-FILE.
           IF WS-HOJA-STATUS <> "00" THEN
               DISPLAY "ERROR abriendo " WS-NOMBRE-HOJA ", status="
                   WS-HOJA-STATUS ", cierre cancelado"
           ELSE
               MOVE "S" TO WS-HOJA-ABIERTA
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE SPACES TO WS-LINEA
               STRING "HOJA DE CONTROL DE CIERRE - PERIODO "
                      WS-PERIODO-TXT " - supervisor " WS-SUPERVISOR
                      " - emitida " WS-FECHA-HORA(1:14)
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "Días hábiles " WS-CONT-HABILES
                      ", cadenas completas y balanceadas "
                      WS-CONT-COMPLETOS
                      ", alertas críticas pendientes "
                      WS-CONT-ALERTAS-C
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA

               PERFORM HOJA-VOLUMENES
               PERFORM HOJA-TOTALES
               PERFORM HOJA-RECHAZOS
               PERFORM HOJA-DIAS-FORZADOS

               MOVE SPACES TO WS-LINEA
               STRING "PERIODO " WS-PERIODO-TXT " CERRADO"
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               CLOSE HOJA-FILE
           END-IF.

      * Clasificación del estado como en REPOPERADOR: estados "OK"
      * por símbolo de operación, errores por categoría y cualquier
      * otro error como de validación.
       HOJA-VOLUMENES.
           MOVE ALL "0" TO WS-TAB-AUDARCH.
           MOVE ZERO TO WS-CONT-AUDARCH.
           MOVE SPACES TO WS-ARCHIVO-NOMBRE.
           STRING "AUDARCH-" WS-PERIODO-TXT ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVO-NOMBRE
           END-STRING.
           MOVE "N" TO WS-EOF-ARCHIVO.
           OPEN INPUT ARCHIVO-FILE.
           IF WS-ARCHIVO-STATUS <> "00" THEN
               MOVE SPACES TO WS-LINEA
               STRING "VOLUMENES: " DELIMITED BY SIZE
                      WS-ARCHIVO-NOMBRE DELIMITED BY SPACE
                      " no disponible, status=" WS-ARCHIVO-STATUS
                          DELIMITED BY SIZE
                   INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           ELSE
               PERFORM LEER-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO
                   ADD 1 TO WS-CONT-AUDARCH
                   PERFORM CLASIFICAR-AUDARCH
                   PERFORM LEER-ARCHIVO
               END-PERFORM
               CLOSE ARCHIVO-FILE

               COMPUTE WS-TOT-OPS =
                   WS-AUD-CONT(1) + WS-AUD-CONT(2)
                   + WS-AUD-CONT(3) + WS-AUD-CONT(4)
                   + WS-AUD-CONT(5) + WS-AUD-CONT(6)
               COMPUTE WS-TOT-ERR =
                   WS-AUD-CONT(7) + WS-AUD-CONT(8)
                   + WS-AUD-CONT(9) + WS-AUD-CONT(10)
               COMPUTE WS-TOT-VOL = WS-TOT-OPS + WS-TOT-ERR
               MOVE ZERO TO WS-TASA
               IF WS-TOT-VOL > ZERO THEN
                   COMPUTE WS-TASA ROUNDED =
                       WS-TOT-ERR * 100 / WS-TOT-VOL
                       ON SIZE ERROR MOVE 999.99 TO WS-TASA
                   END-COMPUTE
               END-IF
               MOVE WS-TASA TO WS-TASA-ED

               MOVE SPACES TO WS-LINEA
               STRING "VOLUMENES " DELIMITED BY SIZE
                      WS-ARCHIVO-NOMBRE DELIMITED BY SPACE
                      " VOL " WS-TOT-VOL
                      " OPS " WS-TOT-OPS
                      " ERR " WS-TOT-ERR
                      " TASA " WS-TASA-ED " %"
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "  SUMAR="    WS-AUD-CONT(1)
                      " RESTAR="    WS-AUD-CONT(2)
                      " MULT="      WS-AUD-CONT(3)
                      " DIV="       WS-AUD-CONT(4)
                      " RESIDUO="   WS-AUD-CONT(5)
                      " POTENCIA="  WS-AUD-CONT(6)
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "  ERR-DIV0="  WS-AUD-CONT(7)
                      " ERR-OPINV="  WS-AUD-CONT(8)
                      " ERR-OVFL="   WS-AUD-CONT(9)
                      " ERR-VAL="    WS-AUD-CONT(10)
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.

       CLASIFICAR-AUDARCH.
           MOVE ARCH-DATOS(16:1)  TO WS-REG-OPER.
           MOVE ARCH-DATOS(53:30) TO WS-REG-ESTADO.
           EVALUATE TRUE
               WHEN WS-REG-ESTADO(1:2) = "OK"
                   EVALUATE WS-REG-OPER
                       WHEN "+" ADD 1 TO WS-AUD-CONT(1)
                       WHEN "-" ADD 1 TO WS-AUD-CONT(2)
                       WHEN "*" ADD 1 TO WS-AUD-CONT(3)
                       WHEN "/" ADD 1 TO WS-AUD-CONT(4)
                       WHEN "%" ADD 1 TO WS-AUD-CONT(5)
                       WHEN "^" ADD 1 TO WS-AUD-CONT(6)
                   END-EVALUATE
               WHEN WS-REG-ESTADO = "ERROR - DIVISION POR CERO"
                   ADD 1 TO WS-AUD-CONT(7)
               WHEN WS-REG-ESTADO = "ERROR - OPERACION NO VALIDA"
                   ADD 1 TO WS-AUD-CONT(8)
               WHEN WS-REG-ESTADO = "ERROR - DESBORDAMIENTO"
                   ADD 1 TO WS-AUD-CONT(9)
               WHEN OTHER
                   ADD 1 TO WS-AUD-CONT(10)
           END-EVALUATE.

       LEER-ARCHIVO.
           READ ARCHIVO-FILE NEXT
               AT END MOVE "S" TO WS-EOF-ARCHIVO
           END-READ.
           IF WS-ARCHIVO-STATUS <> "00" AND
              WS-ARCHIVO-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo " WS-ARCHIVO-NOMBRE
                   ", status=" WS-ARCHIVO-STATUS
               MOVE "S" TO WS-EOF-ARCHIVO
           END-IF.

      * Suma los TOTALES-AAAAMMDD.DAT de todos los días del mes.
       HOJA-TOTALES.
           MOVE ZERO TO WS-TOT-TOTAL.
           MOVE ZERO TO WS-CONT-ARCH-TOTALES.
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-DIAS-MES
               COMPUTE WS-FECHA-DIA = WS-PRIMER-DIA + WS-DIA-IDX - 1
               PERFORM ACUMULAR-TOTALES-DIA
           END-PERFORM.

           MOVE SPACES TO WS-LINEA.
           STRING "TOTALES INTTOTAL POR OPERACION Y MONEDA ("
                  WS-CONT-ARCH-TOTALES " archivos diarios)"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOT-TOTAL
               MOVE WS-TOT-SUMA(WS-TOT-IDX) TO WS-TOT-SUMA-ED
               MOVE SPACES TO WS-LINEA
               STRING "  " WS-TOT-OPER(WS-TOT-IDX)
                      " " WS-TOT-MONEDA(WS-TOT-IDX)
                      " CUENTA " WS-TOT-CUENTA(WS-TOT-IDX)
                      " SUMA " WS-TOT-SUMA-ED
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-PERFORM.

       ACUMULAR-TOTALES-DIA.
           MOVE SPACES TO WS-NOMBRE-TOTALES.
           STRING "TOTALES-" WS-FECHA-DIA ".DAT"
               DELIMITED BY SIZE INTO WS-NOMBRE-TOTALES
           END-STRING.
           MOVE "N" TO WS-EOF-TOTALES.
           OPEN INPUT TOTALES-FILE.
           IF WS-TOTALES-STATUS = "00" THEN
               ADD 1 TO WS-CONT-ARCH-TOTALES
               PERFORM LEER-TOTALES
               PERFORM UNTIL FIN-TOTALES
                   IF TOTD-TIPO = "D" THEN
                       PERFORM ACUMULAR-TOTAL
                   END-IF
                   PERFORM LEER-TOTALES
               END-PERFORM
               CLOSE TOTALES-FILE
           END-IF.

       ACUMULAR-TOTAL.
           MOVE ZERO TO WS-TOT-HALLADO.
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOT-TOTAL
                   OR WS-TOT-HALLADO > ZERO
               IF WS-TOT-OPER(WS-TOT-IDX) = TOTD-OPERACION AND
                  WS-TOT-MONEDA(WS-TOT-IDX) = TOTD-MONEDA THEN
                   MOVE WS-TOT-IDX TO WS-TOT-HALLADO
               END-IF
           END-PERFORM.
           IF WS-TOT-HALLADO = ZERO THEN
               IF WS-TOT-TOTAL >= WS-TOT-MAXIMO THEN
                   DISPLAY "AVISO: más de " WS-TOT-MAXIMO
                       " totales por operación y moneda, se omite "
                       TOTD-OPERACION " " TOTD-MONEDA
               ELSE
                   ADD 1 TO WS-TOT-TOTAL
                   MOVE WS-TOT-TOTAL TO WS-TOT-HALLADO
                   MOVE TOTD-OPERACION TO WS-TOT-OPER(WS-TOT-HALLADO)
                   MOVE TOTD-MONEDA TO WS-TOT-MONEDA(WS-TOT-HALLADO)
                   MOVE ZERO TO WS-TOT-CUENTA(WS-TOT-HALLADO)
                   MOVE ZERO TO WS-TOT-SUMA(WS-TOT-HALLADO)
               END-IF
           END-IF.
           IF WS-TOT-HALLADO > ZERO AND TOTD-CUENTA NUMERIC THEN
               ADD TOTD-CUENTA TO WS-TOT-CUENTA(WS-TOT-HALLADO)
               ADD TOTD-SUMA TO WS-TOT-SUMA(WS-TOT-HALLADO)
           END-IF.

       LEER-TOTALES.
           READ TOTALES-FILE
               AT END MOVE "S" TO WS-EOF-TOTALES
           END-READ.
           IF WS-TOTALES-STATUS <> "00" AND
              WS-TOTALES-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo " WS-NOMBRE-TOTALES
                   ", status=" WS-TOTALES-STATUS
               MOVE "S" TO WS-EOF-TOTALES
           END-IF.

      * Cuenta los RECHAZOS-AAAAMMDD.DAT del mes por código de razón.
       HOJA-RECHAZOS.
           MOVE ZERO TO WS-RAZ-TOTAL.
           MOVE ZERO TO WS-CONT-ARCH-RECHAZOS.
           MOVE ZERO TO WS-CONT-RECHAZOS.
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-DIAS-MES
               COMPUTE WS-FECHA-DIA = WS-PRIMER-DIA + WS-DIA-IDX - 1
               PERFORM ACUMULAR-RECHAZOS-DIA
           END-PERFORM.

           MOVE SPACES TO WS-LINEA.
           STRING "RECHAZOS POR RAZON: " WS-CONT-RECHAZOS
                  " en " WS-CONT-ARCH-RECHAZOS " archivos diarios"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE 3 TO WS-COLUMNA.
           PERFORM VARYING WS-RAZ-IDX FROM 1 BY 1
                   UNTIL WS-RAZ-IDX > WS-RAZ-TOTAL
               IF WS-COLUMNA > 110 THEN
                   PERFORM ESCRIBIR-LINEA
                   MOVE SPACES TO WS-LINEA
                   MOVE 3 TO WS-COLUMNA
               END-IF
               MOVE WS-RAZ-CODIGO(WS-RAZ-IDX)
                   TO WS-LINEA(WS-COLUMNA:3)
               MOVE "=" TO WS-LINEA(WS-COLUMNA + 3:1)
               MOVE WS-RAZ-CUENTA(WS-RAZ-IDX)
                   TO WS-LINEA(WS-COLUMNA + 4:7)
               ADD 13 TO WS-COLUMNA
           END-PERFORM.
           IF WS-RAZ-TOTAL > ZERO THEN
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ACUMULAR-RECHAZOS-DIA.
           MOVE SPACES TO WS-NOMBRE-RECHAZOS.
           STRING "RECHAZOS-" WS-FECHA-DIA ".DAT"
               DELIMITED BY SIZE INTO WS-NOMBRE-RECHAZOS
           END-STRING.
           MOVE "N" TO WS-EOF-RECHAZOS.
           OPEN INPUT RECHAZOS-FILE.
           IF WS-RECHAZOS-STATUS = "00" THEN
               ADD 1 TO WS-CONT-ARCH-RECHAZOS
               PERFORM LEER-RECHAZO
               PERFORM UNTIL FIN-RECHAZOS
                   IF RECH-CODIGO-RAZON <> SPACES THEN
                       ADD 1 TO WS-CONT-RECHAZOS
                       PERFORM ACUMULAR-RAZON
                   END-IF
                   PERFORM LEER-RECHAZO
               END-PERFORM
               CLOSE RECHAZOS-FILE
           END-IF.

       ACUMULAR-RAZON.
           MOVE ZERO TO WS-RAZ-HALLADO.
           PERFORM VARYING WS-RAZ-IDX FROM 1 BY 1
                   UNTIL WS-RAZ-IDX > WS-RAZ-TOTAL
                   OR WS-RAZ-HALLADO > ZERO
               IF WS-RAZ-CODIGO(WS-RAZ-IDX) = RECH-CODIGO-RAZON THEN
                   MOVE WS-RAZ-IDX TO WS-RAZ-HALLADO
               END-IF
           END-PERFORM.
           IF WS-RAZ-HALLADO = ZERO AND
              WS-RAZ-TOTAL < WS-RAZ-MAXIMO THEN
               ADD 1 TO WS-RAZ-TOTAL
               MOVE WS-RAZ-TOTAL TO WS-RAZ-HALLADO
               MOVE RECH-CODIGO-RAZON TO WS-RAZ-CODIGO(WS-RAZ-HALLADO)
               MOVE ZERO TO WS-RAZ-CUENTA(WS-RAZ-HALLADO)
           END-IF.
           IF WS-RAZ-HALLADO > ZERO THEN
               ADD 1 TO WS-RAZ-CUENTA(WS-RAZ-HALLADO)
           END-IF.

       LEER-RECHAZO.
           READ RECHAZOS-FILE
               AT END MOVE "S" TO WS-EOF-RECHAZOS
           END-READ.
           IF WS-RECHAZOS-STATUS <> "00" AND
              WS-RECHAZOS-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo " WS-NOMBRE-RECHAZOS
                   ", status=" WS-RECHAZOS-STATUS
               MOVE "S" TO WS-EOF-RECHAZOS
           END-IF.

      * Un renglón por día con algún paso forzado, con los pasos en
      * columnas de 13 posiciones.
       HOJA-DIAS-FORZADOS.
           MOVE ZERO TO WS-CONT-DIAS-FORZADOS.
           MOVE "DIAS CON PASO FORZADO:" TO WS-LINEA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-DIAS-MES
               MOVE "N" TO WS-DIA-CON-FORZADO
               COMPUTE WS-FECHA-DIA = WS-PRIMER-DIA + WS-DIA-IDX - 1
               MOVE SPACES TO WS-LINEA
               MOVE WS-FECHA-DIA TO WS-LINEA(3:8)
               MOVE 12 TO WS-COLUMNA
               PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
                       UNTIL WS-PASO-IDX > WS-PASO-TOTAL
                   IF WS-DIA-FORZADO(WS-DIA-IDX, WS-PASO-IDX) = "S"
                       THEN
                       MOVE "S" TO WS-DIA-CON-FORZADO
                       MOVE WS-NOM-PASO(WS-PASO-IDX)
                           TO WS-LINEA(WS-COLUMNA:12)
                       ADD 13 TO WS-COLUMNA
                   END-IF
               END-PERFORM
               IF DIA-CON-FORZADO THEN
                   ADD 1 TO WS-CONT-DIAS-FORZADOS
                   PERFORM ESCRIBIR-LINEA
               END-IF
           END-PERFORM.
           IF WS-CONT-DIAS-FORZADOS = ZERO THEN
               MOVE "  ninguno" TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ESCRIBIR-LINEA.
           DISPLAY WS-LINEA.
           MOVE WS-LINEA TO HOJA-RECORD.
           WRITE HOJA-RECORD.
           IF WS-HOJA-STATUS <> "00" THEN
               DISPLAY "ERROR escribiendo " WS-NOMBRE-HOJA
                   ", status=" WS-HOJA-STATUS
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
