       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CTLLOTES.

      * Control de lotes esperados del ciclo: corre después de
      * CALCULADORA modo B y antes de CONCILIA. Compara los lotes
      * asentados en LOTES-PROC.DAT para la fecha de ciclo contra el
      * registro de sistemas origen SISTEMAS.DAT e informa en
      * CTLLOTES-AAAAMMDD.DAT los sistemas obligatorios que no
      * enviaron lote, los que enviaron más de uno, los lotes cuya
      * cuenta de detalles (TT-CUENTA) cae fuera del rango esperado
      * y los lotes de sistemas que no figuran en el registro. Cada
      * hallazgo queda además como alerta en ALERTAS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SISTEMAS-FILE ASSIGN TO "SISTEMAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIS-CODIGO
               FILE STATUS IS WS-SISTEMAS-STATUS.
           SELECT LOTES-FILE ASSIGN TO "LOTES-PROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTES-STATUS.
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
       FD  SISTEMAS-FILE
           RECORDING MODE IS F.
       01 SISTEMAS-RECORD.
           05 SIS-CODIGO          PIC X(8).
           05 SIS-DESCRIPCION     PIC X(30).
           05 SIS-OBLIGATORIO     PIC X.
           05 SIS-CUENTA-MIN      PIC 9(9).
           05 SIS-CUENTA-MAX      PIC 9(9).
           05 SIS-ACTIVO          PIC X.

       FD  LOTES-FILE
           RECORDING MODE IS F.
       01 LOTES-RECORD.
           05 LP-FECHA            PIC 9(8).
           05 FILLER              PIC X.
           05 LP-SISTEMA          PIC X(8).
           05 FILLER              PIC X.
           05 LP-CUENTA           PIC 9(9).
           05 FILLER              PIC X.
           05 LP-HASH             PIC S9(10)V99
               SIGN LEADING SEPARATE.
           05 FILLER              PIC X.
           05 LP-ESTAMPA          PIC X(14).

       FD  INFORME-FILE
           RECORDING MODE IS F.
       01 INFORME-RECORD          PIC X(132).

       FD  PARAM-FILE
           RECORDING MODE IS F.
       01 PARAM-RECORD            PIC X(60).

      * Bitácora de pasos del ciclo nocturno; el control de lotes
      * exige que CALCULADORA en modo B haya terminado OK el ciclo.
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
       01 WS-SISTEMAS-STATUS      PIC XX.
       01 WS-LOTES-STATUS         PIC XX.
       01 WS-INFORME-STATUS       PIC XX.
       01 WS-PARAM-STATUS         PIC XX.

       01 WS-NOMBRE-INFORME       PIC X(44) VALUE SPACES.
       01 WS-EOF-PARAM            PIC X      VALUE "N".
           88 FIN-PARAM              VALUE "S".
       01 WS-PARAM-CLAVE          PIC X(12).
       01 WS-PARAM-VALOR          PIC X(44).
       01 WS-FECHA-CICLO-TXT      PIC X(8)   VALUE SPACES.

       01 WS-EOF-SISTEMAS         PIC X      VALUE "N".
           88 FIN-SISTEMAS           VALUE "S".
       01 WS-EOF-LOTES            PIC X      VALUE "N".
           88 FIN-LOTES              VALUE "S".

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

      * Registro de sistemas origen cargado en memoria, con la
      * cantidad de lotes del ciclo que trae cada uno.
       01 WS-SIS-MAXIMO           PIC 9(3)   VALUE 200.
       01 WS-SIS-TOTAL            PIC 9(3)   VALUE ZERO.
       01 WS-SIS-IDX              PIC 9(3).
       01 WS-SIS-HALLADO          PIC 9(3)   VALUE ZERO.
       01 WS-TABLA-SISTEMAS.
           05 WS-SIS-ENTRADA OCCURS 200 TIMES.
               10 WS-SIS-CODIGO      PIC X(8).
               10 WS-SIS-OBLIGATORIO PIC X.
               10 WS-SIS-CUENTA-MIN  PIC 9(9).
               10 WS-SIS-CUENTA-MAX  PIC 9(9).
               10 WS-SIS-ACTIVO      PIC X.
               10 WS-SIS-LOTES       PIC 9(3).

       01 WS-CONT-LOTES           PIC 9(5)   VALUE ZERO.
       01 WS-CONT-HALLAZGOS       PIC 9(5)   VALUE ZERO.
       01 WS-HALLAZGO-TIPO        PIC X(12).
       01 WS-HALLAZGO-TEXTO       PIC X(60).

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
                   DISPLAY "CTLLOTES no corre en día inhábil sin "
                       "forzado de un supervisor, fin del "
                       "programa"
               ELSE
                   DISPLAY "CTLLOTES fuera de orden: CALCULADORA "
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

               PERFORM CARGAR-SISTEMAS
               IF NOT ERROR-FATAL THEN
                   PERFORM ABRIR-INFORME
               END-IF
               IF NOT ERROR-FATAL THEN
                   PERFORM REVISAR-LOTES-CICLO
                   PERFORM REVISAR-SISTEMAS
                   PERFORM ESCRIBIR-VEREDICTO
               END-IF
               IF INFORME-ABIERTO THEN
                   CLOSE INFORME-FILE
               END-IF

               MOVE "FIN" TO WS-CC-EVENTO
               EVALUATE TRUE
                   WHEN ERROR-FATAL
                       MOVE "ERROR" TO WS-CC-RESULTADO
                   WHEN WS-CONT-HALLAZGOS > ZERO
                       MOVE "HALLAZGOS" TO WS-CC-RESULTADO
                   WHEN OTHER
                       MOVE "OK" TO WS-CC-RESULTADO
               END-EVALUATE
               PERFORM REGISTRAR-PASO-CICLO
           END-IF.

           PERFORM CERRAR-CALENDARIO.
           STOP RUN.

      * La fecha de ciclo de la bitácora sale de PARAMETROS.DAT o,
      * en su ausencia, de la fecha del proceso, igual que hace
      * CALCULADORA.
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
           STRING "CTLLOTES-" WS-FECHA-CICLO ".DAT"
               DELIMITED BY SIZE INTO WS-NOMBRE-INFORME
           END-STRING.

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
               MOVE "CTLLOTES" TO CC-PROGRAMA
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

      * Toma FECHA y FORZAR de PARAMETROS.DAT; el resto de las
      * claves es de otros pasos de la cadena.
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
               WHEN "FORZAR"
                   MOVE WS-PARAM-VALOR(1:8) TO WS-FORZAR-ID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CARGAR-SISTEMAS.
           MOVE ZERO TO WS-SIS-TOTAL.
           MOVE "N" TO WS-EOF-SISTEMAS.
           OPEN INPUT SISTEMAS-FILE.
           IF WS-SISTEMAS-STATUS <> "00" THEN
               DISPLAY "ERROR fatal abriendo SISTEMAS.DAT, status="
                   WS-SISTEMAS-STATUS
                   ", sin registro no se pueden controlar los lotes"
               MOVE "S" TO WS-ERROR-FATAL
           ELSE
               PERFORM LEER-SISTEMA
               PERFORM UNTIL FIN-SISTEMAS
                       OR WS-SIS-TOTAL >= WS-SIS-MAXIMO
                   ADD 1 TO WS-SIS-TOTAL
                   MOVE SIS-CODIGO TO WS-SIS-CODIGO(WS-SIS-TOTAL)
                   MOVE SIS-OBLIGATORIO TO
                       WS-SIS-OBLIGATORIO(WS-SIS-TOTAL)
                   MOVE SIS-CUENTA-MIN TO
                       WS-SIS-CUENTA-MIN(WS-SIS-TOTAL)
                   MOVE SIS-CUENTA-MAX TO
                       WS-SIS-CUENTA-MAX(WS-SIS-TOTAL)
                   MOVE SIS-ACTIVO TO WS-SIS-ACTIVO(WS-SIS-TOTAL)
                   MOVE ZERO TO WS-SIS-LOTES(WS-SIS-TOTAL)
                   PERFORM LEER-SISTEMA
               END-PERFORM
               IF NOT FIN-SISTEMAS THEN
                   DISPLAY "ERROR fatal: SISTEMAS.DAT excede "
                       WS-SIS-MAXIMO " sistemas"
                   MOVE "S" TO WS-ERROR-FATAL
               END-IF
               CLOSE SISTEMAS-FILE
           END-IF.

       LEER-SISTEMA.
           READ SISTEMAS-FILE NEXT
               AT END MOVE "S" TO WS-EOF-SISTEMAS
           END-READ.
           IF WS-SISTEMAS-STATUS <> "00" AND
              WS-SISTEMAS-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo SISTEMAS.DAT, status="
                   WS-SISTEMAS-STATUS
               MOVE "S" TO WS-EOF-SISTEMAS
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
               STRING "CONTROL DE LOTES DEL CICLO " WS-FECHA-CICLO
                      " - " WS-FECHA-HORA(1:14)
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.

      * Recorre LOTES-PROC.DAT: cuenta los lotes del ciclo por
      * sistema y verifica la cuenta de detalles de cada uno.
       REVISAR-LOTES-CICLO.
           MOVE "N" TO WS-EOF-LOTES.
           OPEN INPUT LOTES-FILE.
           IF WS-LOTES-STATUS = "00" THEN
               PERFORM LEER-LOTE
               PERFORM UNTIL FIN-LOTES
                   IF LP-FECHA = WS-FECHA-CICLO THEN
                       ADD 1 TO WS-CONT-LOTES
                       PERFORM REVISAR-UN-LOTE
                   END-IF
                   PERFORM LEER-LOTE
               END-PERFORM
               CLOSE LOTES-FILE
           ELSE
               IF WS-LOTES-STATUS <> "35" THEN
                   DISPLAY "ERROR abriendo LOTES-PROC.DAT, status="
                       WS-LOTES-STATUS
                   MOVE "S" TO WS-ERROR-FATAL
               END-IF
           END-IF.

       LEER-LOTE.
           READ LOTES-FILE
               AT END MOVE "S" TO WS-EOF-LOTES
           END-READ.
           IF WS-LOTES-STATUS <> "00" AND
              WS-LOTES-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo LOTES-PROC.DAT, status="
                   WS-LOTES-STATUS
               MOVE "S" TO WS-EOF-LOTES
           END-IF.

       REVISAR-UN-LOTE.
           MOVE ZERO TO WS-SIS-HALLADO.
           PERFORM VARYING WS-SIS-IDX FROM 1 BY 1
                   UNTIL WS-SIS-IDX > WS-SIS-TOTAL
                   OR WS-SIS-HALLADO > ZERO
               IF WS-SIS-CODIGO(WS-SIS-IDX) = LP-SISTEMA THEN
                   MOVE WS-SIS-IDX TO WS-SIS-HALLADO
               END-IF
           END-PERFORM.

           IF WS-SIS-HALLADO = ZERO OR
              WS-SIS-ACTIVO(WS-SIS-HALLADO) <> "S" THEN
               MOVE "NO REGISTR." TO WS-HALLAZGO-TIPO
               MOVE SPACES TO WS-HALLAZGO-TEXTO
               STRING "Lote de " LP-SISTEMA " sin sistema activo "
                      "en SISTEMAS.DAT"
                   DELIMITED BY SIZE INTO WS-HALLAZGO-TEXTO
               END-STRING
               MOVE "C" TO WS-ALR-SEVERIDAD
               PERFORM INFORMAR-HALLAZGO
           ELSE
               ADD 1 TO WS-SIS-LOTES(WS-SIS-HALLADO)
               IF LP-CUENTA < WS-SIS-CUENTA-MIN(WS-SIS-HALLADO) OR
                  (WS-SIS-CUENTA-MAX(WS-SIS-HALLADO) > ZERO AND
                   LP-CUENTA > WS-SIS-CUENTA-MAX(WS-SIS-HALLADO))
                   THEN
                   MOVE "FUERA RANGO" TO WS-HALLAZGO-TIPO
                   MOVE SPACES TO WS-HALLAZGO-TEXTO
                   STRING LP-SISTEMA " cuenta " LP-CUENTA
                          " fuera de "
                          WS-SIS-CUENTA-MIN(WS-SIS-HALLADO) "-"
                          WS-SIS-CUENTA-MAX(WS-SIS-HALLADO)
                       DELIMITED BY SIZE INTO WS-HALLAZGO-TEXTO
                   END-STRING
                   MOVE "A" TO WS-ALR-SEVERIDAD
                   PERFORM INFORMAR-HALLAZGO
               END-IF
           END-IF.

      * Sistemas obligatorios sin lote y sistemas con más de uno.
       REVISAR-SISTEMAS.
           PERFORM VARYING WS-SIS-IDX FROM 1 BY 1
                   UNTIL WS-SIS-IDX > WS-SIS-TOTAL
               IF WS-SIS-ACTIVO(WS-SIS-IDX) = "S" AND
                  WS-SIS-OBLIGATORIO(WS-SIS-IDX) = "S" AND
                  WS-SIS-LOTES(WS-SIS-IDX) = ZERO THEN
                   MOVE "SIN LOTE" TO WS-HALLAZGO-TIPO
                   MOVE SPACES TO WS-HALLAZGO-TEXTO
                   STRING "Sistema obligatorio "
                          WS-SIS-CODIGO(WS-SIS-IDX)
                          " no envió lote"
                       DELIMITED BY SIZE INTO WS-HALLAZGO-TEXTO
                   END-STRING
                   MOVE "C" TO WS-ALR-SEVERIDAD
                   PERFORM INFORMAR-HALLAZGO
               END-IF
               IF WS-SIS-LOTES(WS-SIS-IDX) > 1 THEN
                   MOVE "LOTE DOBLE" TO WS-HALLAZGO-TIPO
                   MOVE SPACES TO WS-HALLAZGO-TEXTO
                   STRING "Sistema " WS-SIS-CODIGO(WS-SIS-IDX)
                          " envió " WS-SIS-LOTES(WS-SIS-IDX)
                          " lotes en el ciclo"
                       DELIMITED BY SIZE INTO WS-HALLAZGO-TEXTO
                   END-STRING
                   MOVE "C" TO WS-ALR-SEVERIDAD
                   PERFORM INFORMAR-HALLAZGO
               END-IF
           END-PERFORM.

       INFORMAR-HALLAZGO.
           ADD 1 TO WS-CONT-HALLAZGOS.
           MOVE SPACES TO WS-LINEA.
           STRING WS-HALLAZGO-TIPO " " WS-HALLAZGO-TEXTO
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           DISPLAY WS-LINEA.
           MOVE WS-HALLAZGO-TEXTO TO WS-ALR-TEXTO.
           PERFORM GRABAR-ALERTA.

       ESCRIBIR-VEREDICTO.
           MOVE SPACES TO WS-LINEA.
           STRING "Lotes del ciclo: " WS-CONT-LOTES
                  " Sistemas registrados: " WS-SIS-TOTAL
                  " Hallazgos: " WS-CONT-HALLAZGOS
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
               MOVE "CTLLOTES" TO ALR-PROGRAMA
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
