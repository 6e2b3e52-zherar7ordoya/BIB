           SELECT PARAM-FILE ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.
           SELECT USUARIOS-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIOS-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS MON-CODIGO
               FILE STATUS IS WS-MONEDAS-STATUS.
           SELECT SISTEMAS-FILE ASSIGN TO "SISTEMAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIS-CODIGO
               FILE STATUS IS WS-SISTEMAS-STATUS.
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
           SELECT UMBRALES-FILE ASSIGN TO "UMBRALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMBRALES-STATUS.
           SELECT RETENIDOS-FILE ASSIGN TO "RETENIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENIDOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 TT-HASH             PIC S9(10)V99
               SIGN LEADING SEPARATE.

      * Renglón de resultados: la referencia en la posición 97, el
      * detalle original en la 123 y el lote de la corrida (orden de
      * su TRANS=, 00 en el reproceso) en la 152.
       FD  RESULT-FILE
           RECORDING MODE IS F.
       01 RESULT-RECORD           PIC X(153).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01 AUDIT-RECORD            PIC X(162).

       FD  REPORTE-FILE
           RECORDING MODE IS F.

       FD  INTERFACE-FILE
           RECORDING MODE IS F.
       01 INTERFACE-RECORD        PIC X(100).

       FD  TCAMBIO-FILE
           RECORDING MODE IS F.
           05 FILLER              PIC X.
           05 RECH-MONEDA-RES     PIC XXX.
           05 RECH-TC             PIC X(15).
           05 FILLER              PIC X.
           05 RECH-REFERENCIA     PIC X(25).

       FD  RECHCOR-FILE
           RECORDING MODE IS F.
      * La transacción corregida conserva el formato del detalle
      * original: clásico de 17 posiciones o divisa tipo "D" de 24.
      * El resto de la línea es el del rechazo original, de modo que
      * el reproceso conserva el sistema origen y la referencia.
       01 RECHCOR-RECORD.
           05 RECHCOR-CODIGO-RAZON PIC X(3).
           05 FILLER              PIC X.
           05 RECHCOR-NUM-REGISTRO PIC 9(9).
           05 FILLER              PIC X.
           05 RECHCOR-TRANS       PIC X(28).
           05 FILLER              PIC X.
           05 RECHCOR-SISTEMA     PIC X(8).
           05 FILLER              PIC X.
           05 RECHCOR-MONEDA-RES  PIC XXX.
           05 RECHCOR-TC          PIC X(15).
           05 FILLER              PIC X.
           05 RECHCOR-REFERENCIA  PIC X(25).

       FD  PARAM-FILE
           RECORDING MODE IS F.

      * USU-MODOS lleva los modos permitidos y la clase supervisor
      * ("S"); USU-LIMITE es el monto máximo por operación en los
      * modos interactivo y divisa (cero o ausente = sin límite);
      * USU-ACTIVO = "N" marca al usuario suspendido (MANTUSUARIOS).
       FD  USUARIOS-FILE
           RECORDING MODE IS F.
       01 USUARIOS-RECORD.
           05 USU-MODOS           PIC X(4).
           05 FILLER              PIC X.
           05 USU-LIMITE          PIC 9(5)V99.
           05 FILLER              PIC X.
           05 USU-ACTIVO          PIC X.

       FD  MONEDAS-FILE
           RECORDING MODE IS F.
           05 MON-ESCALA          PIC 9(2).
           05 MON-ACTIVA          PIC X.

      * Registro de sistemas origen (MANTSISTEMAS): un lote cuyo
      * TH-SISTEMA no figura o está dado de baja se rechaza detalle
      * por detalle con razón SNR y no se asienta en LOTES-PROC.DAT.
       FD  SISTEMAS-FILE
           RECORDING MODE IS F.
       01 SISTEMAS-RECORD.
           05 SIS-CODIGO          PIC X(8).
           05 SIS-DESCRIPCION     PIC X(30).
           05 SIS-OBLIGATORIO     PIC X.
           05 SIS-CUENTA-MIN      PIC 9(9).
           05 SIS-CUENTA-MAX      PIC 9(9).
           05 SIS-ACTIVO          PIC X.

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

      * Bitácora de pasos del ciclo nocturno: cada programa de la
      * cadena (CALCULADORA modo B, CONCILIA, INTTOTAL, ARCHAUDIT,
      * REPRESUMEN) registra aquí inicio, fin y resultado, y verifica
           05 FILLER              PIC X.
           05 ALR-RECONOCIO       PIC X(8).

      * Umbrales de retención del modo lote (MANTUMBRALES) por
      * sistema origen y moneda resultado; "*" vale para cualquiera.
       FD  UMBRALES-FILE
           RECORDING MODE IS F.
       01 UMBRALES-RECORD.
           05 UMB-SISTEMA         PIC X(8).
           05 FILLER              PIC X.
           05 UMB-MONEDA          PIC XXX.
           05 FILLER              PIC X.
           05 UMB-MONTO           PIC 9(7)V99.

      * Cola de retención: un detalle de los modos B y R que excede
      * su umbral se calcula pero no pasa a la interfaz; queda aquí
      * como RETENIDO hasta que un supervisor lo libere o rechace con
      * LIBERAR. Rige el último evento de cada referencia. Se guardan
      * los nombres de interfaz y rechazos que usó la corrida, para
      * que LIBERAR escriba en los mismos archivos.
       FD  RETENIDOS-FILE
           RECORDING MODE IS F.
       01 RETENIDOS-RECORD.
           05 RET-FECHA-CICLO     PIC 9(8).
           05 FILLER              PIC X.
           05 RET-REFERENCIA      PIC X(25).
           05 FILLER              PIC X.
           05 RET-EVENTO          PIC X(9).
           05 FILLER              PIC X.
           05 RET-ESTAMPA         PIC X(14).
           05 FILLER              PIC X.
           05 RET-USUARIO         PIC X(8).
           05 FILLER              PIC X.
           05 RET-UMBRAL          PIC 9(7)V99.
           05 FILLER              PIC X.
           05 RET-TRANS           PIC X(28).
           05 FILLER              PIC X.
           05 RET-TC              PIC X(15).
           05 FILLER              PIC X.
           05 RET-INTERFAZ        PIC X(100).
           05 FILLER              PIC X.
           05 RET-NOMBRE-INTERFAZ PIC X(44).
           05 FILLER              PIC X.
           05 RET-NOMBRE-RECHAZOS PIC X(44).

       WORKING-STORAGE SECTION.
       01 NUMERO-1            PIC S9(5)V9(3) SIGN LEADING SEPARATE.
       01 NUMERO-2            PIC S9(5)V9(3) SIGN LEADING SEPARATE.
       01 WS-ESTADO-OPERACION     PIC X(30).
       01 WS-FECHA-HORA           PIC X(26).
       01 WS-AUDIT-TC             PIC X(15).
       01 WS-AUDIT-REF            PIC X(30).

      * Referencia única del detalle: fecha de ciclo, sistema origen
      * del encabezado y número de registro de la corrida. Viaja en
      * resultado, auditoría, interfaz y rechazo, y el reproceso
      * conserva la del detalle original.
       01 WS-REFERENCIA           PIC X(25)  VALUE SPACES.
       01 WS-REFERENCIA-R REDEFINES WS-REFERENCIA.
           05 WS-REF-FECHA        PIC 9(8).
           05 WS-REF-SISTEMA      PIC X(8).
           05 WS-REF-NUMERO       PIC 9(9).

       01 WS-OPERADOR             PIC X(8)   VALUE SPACES.
       01 WS-OPERADOR-NOMBRE      PIC X(30)  VALUE SPACES.
       01 WS-TRANS-TOTAL          PIC 9(2)    VALUE ZERO.
       01 WS-TRANS-MAXIMO         PIC 9(2)    VALUE 10.
       01 WS-TRANS-IDX            PIC 9(2).
       01 WS-LOTE-CORRIDA         PIC 9(2)    VALUE ZERO.

       01 WS-LOTES-STATUS         PIC XX.
       01 WS-EOF-LOTES            PIC X       VALUE "N".
       01 WS-DIVISA-LOTE          PIC X       VALUE "N".
           88 DIVISA-LOTE             VALUE "S".

       01 WS-SISTEMAS-STATUS      PIC XX.
       01 WS-SISTEMAS-ABIERTO     PIC X       VALUE "N".
           88 SISTEMAS-ABIERTO        VALUE "S".
       01 WS-SISTEMA-REGISTRADO   PIC X       VALUE "S".
           88 SISTEMA-REGISTRADO      VALUE "S".

      * Días hábiles; sin CALENDARIO.DAT rige lunes a viernes. Los
      * modos B y R fechados en día inhábil exigen el forzado de un
      * supervisor (FORZAR= o por consola).
       01 WS-CALENDARIO-STATUS    PIC XX.
       01 WS-CALENDARIO-ABIERTO   PIC X       VALUE "N".
           88 CALENDARIO-ABIERTO      VALUE "S".
       01 WS-FECHA-PRUEBA         PIC 9(8).
       01 WS-DIA-SEMANA           PIC 9.
       01 WS-DIA-HABIL            PIC X       VALUE "S".
           88 DIA-HABIL               VALUE "S".

       01 WS-FORZAR-ID            PIC X(8)    VALUE SPACES.
       01 WS-CICLO-ADMITIDO       PIC X       VALUE "S".
           88 CICLO-ADMITIDO          VALUE "S".
       01 WS-CICLO-FORZADO        PIC X       VALUE "N".
           88 CICLO-FORZADO           VALUE "S".

      * El modo B exige que CARGACAMBIOS haya cargado los tipos de
      * cambio del ciclo (FIN OK o EXCEPCIONES en CICLO-CONTROL.DAT);
      * sin carga sólo corre con el forzado de un supervisor.
       01 WS-EOF-CICLO            PIC X       VALUE "N".
           88 FIN-CICLO               VALUE "S".
       01 WS-CAMBIOS-CARGADOS     PIC X       VALUE "S".
           88 CAMBIOS-CARGADOS        VALUE "S".

      * Periodo del ciclo según PERIODOS.DAT; un mes cerrado no
      * admite los modos B y R.
       01 WS-PERIODOS-STATUS      PIC XX.
       01 WS-EOF-PERIODOS         PIC X       VALUE "N".
           88 FIN-PERIODOS            VALUE "S".
       01 WS-PERIODO-CERRADO      PIC X       VALUE "N".
           88 PERIODO-CERRADO         VALUE "S".

       01 WS-ALERTAS-STATUS       PIC XX.
       01 WS-ALR-SEVERIDAD        PIC X.
       01 WS-ALR-TEXTO            PIC X(60).
           88 FIN-ALERTAS             VALUE "S".
       01 WS-CONT-ALR-PENDIENTES  PIC 9(5)    VALUE ZERO.

      * Umbrales de retención cargados de UMBRALES.DAT; rige la
      * entrada más específica (sistema y moneda, sólo sistema, sólo
      * moneda, general) y un monto cero no retiene.
       01 WS-TABLA-UMBRALES.
           05 WS-UMB-ENTRADA OCCURS 100 TIMES.
               10 WS-UMB-SISTEMA  PIC X(8).
               10 WS-UMB-MONEDA   PIC XXX.
               10 WS-UMB-MONTO    PIC 9(7)V99.
       01 WS-UMB-TOTAL            PIC 9(3)    VALUE ZERO.
       01 WS-UMB-MAXIMO           PIC 9(3)    VALUE 100.
       01 WS-UMB-IDX              PIC 9(3).
       01 WS-UMB-NIVEL            PIC 9       VALUE ZERO.
       01 WS-UMB-NIVEL-MEJOR      PIC 9       VALUE ZERO.
       01 WS-UMB-APLICABLE        PIC 9(7)V99 VALUE ZERO.
       01 WS-UMBRALES-STATUS      PIC XX.
       01 WS-EOF-UMBRALES         PIC X       VALUE "N".
           88 FIN-UMBRALES            VALUE "S".
       01 WS-RETENIDOS-STATUS     PIC XX.
       01 WS-DETALLE-RETENIDO     PIC X       VALUE "N".
           88 DETALLE-RETENIDO        VALUE "S".
       01 WS-CONT-RETENIDOS       PIC 9(7)    VALUE ZERO.
       01 WS-RENGLON-INTERFAZ     PIC X(100).

       01 WS-ENTRADA-VALIDA       PIC X       VALUE "N".
           88 ENTRADA-VALIDA          VALUE "S".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LEER-PARAMETROS.
           PERFORM ABRIR-CALENDARIO.
           IF WS-FECHA-CICLO = ZERO THEN
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FECHA-HORA(1:8) TO WS-FECHA-PRUEBA
               PERFORM RETROCEDER-A-DIA-HABIL
               MOVE WS-FECHA-PRUEBA TO WS-FECHA-CICLO
           END-IF.
           PERFORM MOSTRAR-ALERTAS-CRITICAS.
           PERFORM ABRIR-AUDIT-FILE.
           PERFORM ABRIR-INTERFACE-FILE.
           PERFORM CARGAR-TIPOS-CAMBIO.
           PERFORM CARGAR-UMBRALES.
           PERFORM ABRIR-MONEDAS-FILE.
           PERFORM ABRIR-SISTEMAS-FILE.

           IF NOT ERROR-FATAL THEN
               PERFORM VALIDAR-OPERADOR
               IF MODO-LOTE OR MODO-INTERACTIVO OR MODO-DIVISA
                       OR MODO-REPROCESO THEN
                   PERFORM VERIFICAR-MODO-AUTORIZADO
                   IF MODO-AUTORIZADO AND MODO-ARCHIVO THEN
                       PERFORM VERIFICAR-PERIODO-ABIERTO
                       IF PERIODO-CERRADO THEN
                           MOVE "N" TO WS-CICLO-ADMITIDO
                       ELSE
                           PERFORM VERIFICAR-CICLO-HABIL
                       END-IF
                       IF CICLO-ADMITIDO AND MODO-LOTE THEN
                           PERFORM VERIFICAR-CARGA-CAMBIOS
                       END-IF
                   END-IF
                   IF MODO-AUTORIZADO AND NOT CICLO-ADMITIDO THEN
                       EVALUATE TRUE
                           WHEN PERIODO-CERRADO
                               DISPLAY "CALCULADORA no corre el modo '"
                                   WS-MODO-EJECUCION "' en un periodo "
                                   "cerrado; un supervisor debe "
                                   "reabrirlo con CIERREMES, fin del "
                                   "programa"
                           WHEN NOT CAMBIOS-CARGADOS
                               DISPLAY "CALCULADORA no corre el modo '"
                                   WS-MODO-EJECUCION "' sin los tipos "
                                   "de cambio del ciclo cargados por "
                                   "CARGACAMBIOS ni forzado de un "
                                   "supervisor, fin del programa"
                           WHEN OTHER
                               DISPLAY "CALCULADORA no corre el modo '"
                                   WS-MODO-EJECUCION "' en día "
                                   "inhábil sin forzado de un "
                                   "supervisor, fin del programa"
                       END-EVALUATE
                   END-IF
                   IF MODO-AUTORIZADO AND CICLO-ADMITIDO THEN
                       EVALUATE TRUE
                           WHEN MODO-LOTE
                               PERFORM PROCESO-LOTE
                           WHEN MODO-REPROCESO
                               PERFORM PROCESO-REPROCESO
                       END-EVALUATE
                   END-IF
                   IF NOT MODO-AUTORIZADO THEN
                       DISPLAY "Operador '" WS-OPERADOR "' no "
                           "autorizado para el modo '"
                           WS-MODO-EJECUCION "', fin del programa"
           IF MONEDAS-ABIERTO THEN
               CLOSE MONEDAS-FILE
           END-IF.
           IF SISTEMAS-ABIERTO THEN
               CLOSE SISTEMAS-FILE
           END-IF.
           PERFORM CERRAR-CALENDARIO.

           STOP RUN.

                   MOVE "S" TO WS-INTERFAZ-NOMBRADO
               WHEN "REPROCESAR"
                   MOVE WS-PARAM-VALOR(1:1) TO WS-REPROCESAR
      * FORZAR es el forzado supervisado de la cadena; aquí sólo
      * autoriza los modos B y R en un día inhábil.
               WHEN "FORZAR"
                   MOVE WS-PARAM-VALOR(1:8) TO WS-FORZAR-ID
      * Claves de la revisión de duplicados de la cadena.
               WHEN "DUPVENTANA"
               WHEN "DUPUMBRAL"
                   CONTINUE
      * Claves de la recepción de acuses de los totales.
               WHEN "ACUSEPLAZO"
               WHEN "REENVIAR"
                   CONTINUE
      * Clave del informe de posición por moneda.
               WHEN "MONEDABASE"
                   CONTINUE
      * Claves de la carga de tipos de cambio de tesorería.
               WHEN "TESORERIA"
               WHEN "CAMBUMBRAL"
                   CONTINUE
               WHEN SPACES
                   CONTINUE
               PERFORM LEER-USUARIO
               PERFORM UNTIL FIN-USUARIOS OR OPERADOR-VALIDO
                   IF USU-ID = WS-OPERADOR AND
                      USU-ID <> SPACES AND
                      USU-ACTIVO <> "N" THEN
                       MOVE "S" TO WS-OPERADOR-VALIDO
                       MOVE USU-NOMBRE TO WS-OPERADOR-NOMBRE
                       MOVE USU-MODOS TO WS-OPERADOR-MODOS
               PERFORM LEER-USUARIO
               PERFORM UNTIL FIN-USUARIOS OR SUPERVISOR-VALIDO
                   IF USU-ID = WS-SUPERVISOR-ID AND
                      USU-ID <> SPACES AND
                      USU-ACTIVO <> "N" THEN
                       MOVE ZERO TO WS-SUP-MODOS-HALLADOS
                       INSPECT USU-MODOS TALLYING
                           WS-SUP-MODOS-HALLADOS FOR ALL "S"
               CLOSE USUARIOS-FILE
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
      * un supervisor.
       VERIFICAR-CICLO-HABIL.
           MOVE "S" TO WS-CICLO-ADMITIDO.
           MOVE WS-FECHA-CICLO TO WS-FECHA-PRUEBA.
           PERFORM VERIFICAR-DIA-HABIL.
           IF NOT DIA-HABIL THEN
               DISPLAY "El ciclo " WS-FECHA-CICLO " no es día hábil "
                   "según el calendario"
               MOVE "N" TO WS-CICLO-ADMITIDO
               PERFORM AUTORIZAR-FORZADO
           END-IF.

      * El modo B arranca sólo si el último FIN de CARGACAMBIOS del
      * ciclo es OK o EXCEPCIONES. Si no, lo admite el forzado del
      * supervisor (tasas capturadas a mano en MANTCAMBIOS); un
      * forzado ya dado por día inhábil cubre también la carga.
       VERIFICAR-CARGA-CAMBIOS.
           MOVE "N" TO WS-CAMBIOS-CARGADOS.
           MOVE "N" TO WS-EOF-CICLO.
           OPEN INPUT CICLO-FILE.
           IF WS-CICLO-STATUS = "00" THEN
               PERFORM LEER-CICLO
               PERFORM UNTIL FIN-CICLO
                   IF CC-FECHA = WS-FECHA-CICLO AND
                      CC-PROGRAMA = "CARGACAMBIOS" AND
                      CC-EVENTO = "FIN" THEN
                       IF CC-RESULTADO = "OK" OR
                          CC-RESULTADO = "EXCEPCIONES" THEN
                           MOVE "S" TO WS-CAMBIOS-CARGADOS
                       ELSE
                           MOVE "N" TO WS-CAMBIOS-CARGADOS
                       END-IF
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
           IF NOT CAMBIOS-CARGADOS THEN
               DISPLAY "CARGACAMBIOS no ha cargado los tipos de "
                   "cambio del ciclo " WS-FECHA-CICLO
               IF NOT CICLO-FORZADO THEN
                   MOVE "N" TO WS-CICLO-ADMITIDO
                   PERFORM AUTORIZAR-FORZADO
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

      * El forzado lo da un supervisor activo distinto del operador:
      * FORZAR= en la corrida no atendida o el ID por consola.
       AUTORIZAR-FORZADO.
           IF WS-FORZAR-ID = SPACES AND NOT NO-ATENDIDO THEN
               DISPLAY "ID de supervisor que autoriza la corrida "
                   "(ENTER=cancelar): "
               ACCEPT WS-FORZAR-ID
           END-IF.
           MOVE WS-FORZAR-ID TO WS-SUPERVISOR-ID.
           IF WS-SUPERVISOR-ID = SPACES THEN
               DISPLAY "Sin forzado de supervisor"
           ELSE
               IF WS-SUPERVISOR-ID = WS-OPERADOR THEN
                   DISPLAY "El supervisor debe ser un usuario "
                       "distinto del operador"
               ELSE
                   PERFORM BUSCAR-SUPERVISOR
                   IF SUPERVISOR-VALIDO THEN
                       MOVE "S" TO WS-CICLO-ADMITIDO
                       MOVE "S" TO WS-CICLO-FORZADO
                       DISPLAY "Corrida forzada por " WS-SUPERVISOR-ID
                   ELSE
                       DISPLAY "'" WS-SUPERVISOR-ID "' no es "
                           "un supervisor registrado"
                   END-IF
               END-IF
           END-IF.

       ABRIR-MONEDAS-FILE.
           OPEN INPUT MONEDAS-FILE.
           IF WS-MONEDAS-STATUS = "00" THEN
               END-IF
           END-IF.

       ABRIR-SISTEMAS-FILE.
           OPEN INPUT SISTEMAS-FILE.
           IF WS-SISTEMAS-STATUS = "00" THEN
               MOVE "S" TO WS-SISTEMAS-ABIERTO
           ELSE
               IF WS-SISTEMAS-STATUS = "35" THEN
                   DISPLAY "No existe SISTEMAS.DAT, no se validan "
                       "los sistemas origen"
               ELSE
                   DISPLAY "ERROR abriendo SISTEMAS.DAT, status="
                       WS-SISTEMAS-STATUS
                       ", no se validan los sistemas origen"
               END-IF
           END-IF.

      * Verifica WS-SISTEMA-ACTUAL contra el registro de sistemas
      * origen; sin registro disponible todo sistema se acepta.
       VERIFICAR-SISTEMA-REGISTRADO.
           MOVE "S" TO WS-SISTEMA-REGISTRADO.
           IF SISTEMAS-ABIERTO THEN
               MOVE WS-SISTEMA-ACTUAL TO SIS-CODIGO
               READ SISTEMAS-FILE
                   INVALID KEY
                       MOVE "N" TO WS-SISTEMA-REGISTRADO
                   NOT INVALID KEY
                       IF SIS-ACTIVO <> "S" THEN
                           MOVE "N" TO WS-SISTEMA-REGISTRADO
                       END-IF
               END-READ
           END-IF.

       PROCESO-INTERACTIVO.
           MOVE "N" TO WS-FIN-SESION.
           PERFORM UNTIL FIN-SESION OR ERROR-FATAL

       PROCESO-LOTE.
           MOVE "INICIO" TO WS-CC-EVENTO.
           IF CICLO-FORZADO THEN
               MOVE "FORZADO" TO WS-CC-RESULTADO
           ELSE
               MOVE SPACES TO WS-CC-RESULTADO
           END-IF.
           PERFORM REGISTRAR-PASO-CICLO.

           PERFORM LEER-CHECKPOINT.
           IF RECHAZOS-ABIERTO THEN
               CLOSE RECHAZOS-FILE
           END-IF.
           PERFORM AVISAR-RETENIDOS.

           MOVE "FIN" TO WS-CC-EVENTO.
           IF ERROR-FATAL THEN
       PROCESAR-ARCHIVO-TRANS.
           MOVE WS-TRANS-NOMBRE-ENT(WS-TRANS-IDX) TO
               WS-NOMBRE-TRANS.
           MOVE WS-TRANS-IDX TO WS-LOTE-CORRIDA.
           MOVE "N" TO WS-EOF-TRANS.
           MOVE "N" TO WS-HEADER-LEIDO.
           MOVE "N" TO WS-TRAILER-LEIDO.
           MOVE ZERO TO WS-CTL-CUENTA.
           MOVE ZERO TO WS-CTL-HASH.
           MOVE SPACES TO WS-SISTEMA-ACTUAL.
           MOVE "S" TO WS-SISTEMA-REGISTRADO.

           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS = "00" THEN
                   IF WS-CONTADOR-REG > WS-ULTIMO-CHECKPOINT THEN
                       MOVE TRANS-REG-COMPLETO TO WS-TRANS-ACTUAL
                       MOVE WS-CONTADOR-REG TO WS-NUM-REG-ACTUAL
                       PERFORM ARMAR-REFERENCIA
                       PERFORM PROCESAR-TRANS-ACTUAL

                       IF FUNCTION MOD(WS-CONTADOR-REG,
                       WS-LOTE-HASH-ENT(WS-TRANS-IDX)
                   MOVE WS-LOTE-DUPLICADO TO
                       WS-LOTE-DUP-ENT(WS-TRANS-IDX)
                   IF NOT SISTEMA-REGISTRADO THEN
                       MOVE "S" TO WS-LOTE-DUP-ENT(WS-TRANS-IDX)
                   END-IF
               END-IF
           END-IF.

               MOVE "N" TO WS-TRANS-ABIERTO
           END-IF.

      * Cada rechazo corregido conserva su referencia; uno sin ella
      * toma un número de registro desde 900000001, rango que no usan
      * los lotes, para no chocar con un detalle del lote del ciclo.
       PROCESO-REPROCESO.
           OPEN INPUT RECHCOR-FILE.
           IF WS-RECHCOR-STATUS = "00" THEN
                   ADD 1 TO WS-CONT-REPROCESO
                   MOVE RECHCOR-TRANS TO WS-TRANS-ACTUAL
                   MOVE WS-CONT-REPROCESO TO WS-NUM-REG-ACTUAL
                   MOVE RECHCOR-SISTEMA TO WS-SISTEMA-ACTUAL
                   PERFORM VERIFICAR-SISTEMA-REGISTRADO
                   IF RECHCOR-REFERENCIA = SPACES THEN
                       PERFORM ARMAR-REFERENCIA
                       COMPUTE WS-REF-NUMERO =
                           900000000 + WS-CONT-REPROCESO
                       END-COMPUTE
                   ELSE
                       MOVE RECHCOR-REFERENCIA TO WS-REFERENCIA
                   END-IF
                   PERFORM PROCESAR-TRANS-ACTUAL

                   PERFORM LEER-RECHAZO-CORREGIDO
           IF RECHAZOS-ABIERTO THEN
               CLOSE RECHAZOS-FILE
           END-IF.
           PERFORM AVISAR-RETENIDOS.

      * Arma la referencia del detalle en curso con la fecha de
      * ciclo, el sistema del encabezado y el número de registro.
       ARMAR-REFERENCIA.
           MOVE WS-FECHA-CICLO TO WS-REF-FECHA.
           MOVE WS-SISTEMA-ACTUAL TO WS-REF-SISTEMA.
           MOVE WS-NUM-REG-ACTUAL TO WS-REF-NUMERO.

      * Procesa la transacción cargada en WS-TRANS-ACTUAL (lote o
      * reproceso): valida, calcula, rechaza y escribe el resultado.
           MOVE SPACES TO WS-MONEDA-RESULTADO.
           MOVE "N" TO WS-TASA-APLICADA.

           IF NOT SISTEMA-REGISTRADO THEN
               PERFORM RECHAZAR-SISTEMA-NO-REG
           ELSE
               IF TRANS-ACT-DIVISA THEN
                   PERFORM PROCESAR-TRANS-DIVISA
               ELSE
                   PERFORM PROCESAR-TRANS-CLASICA
               END-IF
           END-IF.

           IF WS-ESTADO-OPERACION <> "OK" THEN

           PERFORM ESCRIBIR-RESULTADO-LOTE.

      * Detalle de un sistema origen no registrado: no se calcula,
      * se audita y se rechaza con su propia razón.
       RECHAZAR-SISTEMA-NO-REG.
           IF TRANS-ACT-DIVISA THEN
               MOVE WS-TRANS-ACT-DOPER TO OPERACION
           ELSE
               MOVE WS-TRANS-ACT-OPER TO OPERACION
           END-IF.
           MOVE ZERO TO NUMERO-1.
           MOVE ZERO TO NUMERO-2.
           MOVE ZERO TO WS-RESULTADO.
           MOVE NUMERO-1 TO WS-NUMERO-1-ED.
           MOVE NUMERO-2 TO WS-NUMERO-2-ED.
           MOVE WS-RESULTADO TO WS-RESULTADO-ED.
           MOVE "ERROR - SISTEMA NO REGISTRADO" TO
               WS-ESTADO-OPERACION.
           ADD 1 TO WS-CONT-ERR-VALIDACION.
           PERFORM REGISTRAR-AUDITORIA.

       PROCESAR-TRANS-CLASICA.
           MOVE WS-TRANS-ACT-OPER TO OPERACION.

                       MOVE "MON" TO RECH-CODIGO-RAZON
                   WHEN "ERROR - SIN TIPO DE CAMBIO"
                       MOVE "STC" TO RECH-CODIGO-RAZON
                   WHEN "ERROR - SISTEMA NO REGISTRADO"
                       MOVE "SNR" TO RECH-CODIGO-RAZON
                   WHEN OTHER
                       MOVE "OTR" TO RECH-CODIGO-RAZON
               END-EVALUATE
               MOVE WS-SISTEMA-ACTUAL TO RECH-SISTEMA
               MOVE WS-MONEDA-RESULTADO TO RECH-MONEDA-RES
               MOVE WS-AUDIT-TC TO RECH-TC
               MOVE WS-REFERENCIA TO RECH-REFERENCIA
               WRITE RECHAZO-RECORD
               IF WS-RECHAZOS-STATUS <> "00" THEN
                   DISPLAY "ERROR escribiendo RECHAZOS.DAT, status="
                       MOVE "S" TO WS-HEADER-LEIDO
                       DISPLAY "Lote del " TH-FECHA
                           " sistema origen " TH-SISTEMA
                       PERFORM VERIFICAR-SISTEMA-REGISTRADO
                       IF NOT SISTEMA-REGISTRADO THEN
                           PERFORM ALERTAR-SISTEMA-NO-REG
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ALERTAR-SISTEMA-NO-REG.
           DISPLAY "Sistema origen " TH-SISTEMA " no registrado "
               "o dado de baja en SISTEMAS.DAT, sus detalles se "
               "rechazan con razón SNR".
           MOVE "C" TO WS-ALR-SEVERIDAD.
           MOVE SPACES TO WS-ALR-TEXTO.
           STRING "SISTEMA NO REGISTRADO: " TH-SISTEMA
                  ", lote rechazado"
               DELIMITED BY SIZE INTO WS-ALR-TEXTO
           END-STRING.
           PERFORM GRABAR-ALERTA.

      * Busca el encabezado del lote en el registro de lotes ya
      * procesados.
       VERIFICAR-LOTE-REGISTRADO.
                  " "                  DELIMITED BY SIZE
                  WS-MONEDA-RESULTADO  DELIMITED BY SIZE
                  WS-AUDIT-TC          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-REFERENCIA        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-TRANS-ACTUAL      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-LOTE-CORRIDA      DELIMITED BY SIZE
               INTO RESULT-RECORD
           END-STRING.
           WRITE RESULT-RECORD.
           PERFORM REGISTRAR-AUDITORIA.

           IF WS-ESTADO-OPERACION = "OK" THEN
               MOVE "N" TO WS-DETALLE-RETENIDO
               IF MODO-ARCHIVO THEN
                   PERFORM VERIFICAR-UMBRAL-RETENCION
               END-IF
               IF DETALLE-RETENIDO THEN
                   PERFORM RETENER-DETALLE
               ELSE
                   PERFORM ESCRIBIR-INTERFAZ
               END-IF
           END-IF.

       SUMAR.
               MOVE "S" TO WS-EOF-TCAMBIO
           END-IF.

      * Sin UMBRALES.DAT el modo lote no retiene ningún detalle.
       CARGAR-UMBRALES.
           MOVE ZERO TO WS-UMB-TOTAL.
           MOVE "N" TO WS-EOF-UMBRALES.
           OPEN INPUT UMBRALES-FILE.
           IF WS-UMBRALES-STATUS = "00" THEN
               PERFORM LEER-UMBRAL
               PERFORM UNTIL FIN-UMBRALES
                       OR WS-UMB-TOTAL >= WS-UMB-MAXIMO
                   IF UMB-MONTO NOT NUMERIC THEN
                       DISPLAY "Umbral " UMB-SISTEMA "/" UMB-MONEDA
                           " con monto inválido, se omite"
                   ELSE
                       ADD 1 TO WS-UMB-TOTAL
                       MOVE UMB-SISTEMA TO
                           WS-UMB-SISTEMA(WS-UMB-TOTAL)
                       MOVE UMB-MONEDA TO
                           WS-UMB-MONEDA(WS-UMB-TOTAL)
                       MOVE UMB-MONTO TO WS-UMB-MONTO(WS-UMB-TOTAL)
                       IF UMB-SISTEMA = SPACES THEN
                           MOVE "*" TO WS-UMB-SISTEMA(WS-UMB-TOTAL)
                       END-IF
                       IF UMB-MONEDA = SPACES THEN
                           MOVE "*" TO WS-UMB-MONEDA(WS-UMB-TOTAL)
                       END-IF
                   END-IF
                   PERFORM LEER-UMBRAL
               END-PERFORM
               IF NOT FIN-UMBRALES THEN
                   DISPLAY "AVISO: tabla de umbrales llena, se "
                       "ignoran registros a partir del "
                       WS-UMB-MAXIMO
               END-IF
               CLOSE UMBRALES-FILE
           ELSE
               IF WS-UMBRALES-STATUS <> "35" THEN
                   DISPLAY "ERROR abriendo UMBRALES.DAT, status="
                       WS-UMBRALES-STATUS
                       ", no se retienen detalles por umbral"
               END-IF
           END-IF.

       LEER-UMBRAL.
           READ UMBRALES-FILE
               AT END MOVE "S" TO WS-EOF-UMBRALES
           END-READ.
           IF WS-UMBRALES-STATUS <> "00" AND
              WS-UMBRALES-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo UMBRALES.DAT, status="
                   WS-UMBRALES-STATUS
               MOVE "S" TO WS-EOF-UMBRALES
           END-IF.

       BUSCAR-TIPO-CAMBIO.
           MOVE ZERO TO WS-TASA-CAMBIO.
           MOVE "N" TO WS-TASA-ENCONTRADA.
           ELSE
               MOVE SPACES TO WS-AUDIT-AUT
           END-IF.
           MOVE SPACES TO WS-AUDIT-REF.
           IF WS-REFERENCIA <> SPACES THEN
               STRING " REF=" WS-REFERENCIA DELIMITED BY SIZE
                   INTO WS-AUDIT-REF
               END-STRING
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           STRING WS-FECHA-HORA(1:14) DELIMITED BY SIZE
                  " " OPERACION " "   DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-SISTEMA-ACTUAL   DELIMITED BY SIZE
                  WS-AUDIT-AUT        DELIMITED BY SIZE
                  WS-AUDIT-REF        DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           WRITE AUDIT-RECORD.
           END-IF.

       ESCRIBIR-INTERFAZ.
           PERFORM ARMAR-RENGLON-INTERFAZ.
           MOVE WS-RENGLON-INTERFAZ TO INTERFACE-RECORD.
           WRITE INTERFACE-RECORD.
           IF WS-INTERFACE-STATUS <> "00" THEN
               DISPLAY "ERROR escribiendo INTERFAZ.CSV, status="
                   WS-INTERFACE-STATUS
           END-IF.

      * Renglón de interfaz del detalle en curso; el retenido lo
      * guarda tal cual para que LIBERAR lo escriba al liberarlo.
       ARMAR-RENGLON-INTERFAZ.
           MOVE SPACES TO WS-RENGLON-INTERFAZ.
           STRING WS-NUMERO-1-ED  DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  OPERACION      DELIMITED BY SIZE
                  WS-OPERADOR    DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WS-SISTEMA-ACTUAL DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WS-REFERENCIA  DELIMITED BY SIZE
               INTO WS-RENGLON-INTERFAZ
           END-STRING.

      * Umbral de retención del detalle en curso: lo retiene cuando
      * un operando o el resultado excede, en valor absoluto, el
      * umbral de su sistema origen y moneda resultado.
       VERIFICAR-UMBRAL-RETENCION.
           MOVE "N" TO WS-DETALLE-RETENIDO.
           PERFORM BUSCAR-UMBRAL.
           IF WS-UMB-APLICABLE > ZERO AND
              (FUNCTION ABS(NUMERO-1) > WS-UMB-APLICABLE OR
               FUNCTION ABS(NUMERO-2) > WS-UMB-APLICABLE OR
               FUNCTION ABS(WS-RESULTADO) > WS-UMB-APLICABLE) THEN
               MOVE "S" TO WS-DETALLE-RETENIDO
           END-IF.

      * Nivel de coincidencia: 4 = sistema y moneda, 3 = sólo
      * sistema, 2 = sólo moneda, 1 = general ("*" en ambos).
       BUSCAR-UMBRAL.
           MOVE ZERO TO WS-UMB-APLICABLE.
           MOVE ZERO TO WS-UMB-NIVEL-MEJOR.
           PERFORM VARYING WS-UMB-IDX FROM 1 BY 1
                   UNTIL WS-UMB-IDX > WS-UMB-TOTAL
               MOVE ZERO TO WS-UMB-NIVEL
               IF (WS-UMB-SISTEMA(WS-UMB-IDX) = WS-SISTEMA-ACTUAL OR
                   WS-UMB-SISTEMA(WS-UMB-IDX) = "*") AND
                  (WS-UMB-MONEDA(WS-UMB-IDX) = WS-MONEDA-RESULTADO OR
                   WS-UMB-MONEDA(WS-UMB-IDX) = "*") THEN
                   MOVE 1 TO WS-UMB-NIVEL
                   IF WS-UMB-SISTEMA(WS-UMB-IDX) <> "*" THEN
                       ADD 2 TO WS-UMB-NIVEL
                   END-IF
                   IF WS-UMB-MONEDA(WS-UMB-IDX) <> "*" THEN
                       ADD 1 TO WS-UMB-NIVEL
                   END-IF
               END-IF
               IF WS-UMB-NIVEL > WS-UMB-NIVEL-MEJOR THEN
                   MOVE WS-UMB-NIVEL TO WS-UMB-NIVEL-MEJOR
                   MOVE WS-UMB-MONTO(WS-UMB-IDX) TO WS-UMB-APLICABLE
               END-IF
           END-PERFORM.

      * El detalle retenido ya está calculado y auditado; su renglón
      * de interfaz queda en RETENIDOS.DAT en lugar de INTERFAZ.CSV.
       RETENER-DETALLE.
           PERFORM ARMAR-RENGLON-INTERFAZ.
           ADD 1 TO WS-CONT-RETENIDOS.
           DISPLAY "Detalle " WS-REFERENCIA " retenido por exceder "
               "el umbral de " WS-SISTEMA-ACTUAL " "
               WS-MONEDA-RESULTADO.
           OPEN EXTEND RETENIDOS-FILE.
           IF WS-RETENIDOS-STATUS = "35" THEN
               OPEN OUTPUT RETENIDOS-FILE
           END-IF.
           IF WS-RETENIDOS-STATUS <> "00" THEN
               DISPLAY "ERROR abriendo RETENIDOS.DAT, status="
                   WS-RETENIDOS-STATUS
               MOVE "C" TO WS-ALR-SEVERIDAD
               MOVE SPACES TO WS-ALR-TEXTO
               STRING "RETENIDO SIN REGISTRAR: " WS-REFERENCIA
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
               END-STRING
               PERFORM GRABAR-ALERTA
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE SPACES TO RETENIDOS-RECORD
               MOVE WS-FECHA-CICLO TO RET-FECHA-CICLO
               MOVE WS-REFERENCIA TO RET-REFERENCIA
               MOVE "RETENIDO" TO RET-EVENTO
               MOVE WS-FECHA-HORA(1:14) TO RET-ESTAMPA
               MOVE WS-OPERADOR TO RET-USUARIO
               MOVE WS-UMB-APLICABLE TO RET-UMBRAL
               MOVE WS-TRANS-ACTUAL TO RET-TRANS
               MOVE WS-AUDIT-TC TO RET-TC
               MOVE WS-RENGLON-INTERFAZ TO RET-INTERFAZ
               MOVE WS-NOMBRE-INTERFAZ TO RET-NOMBRE-INTERFAZ
               MOVE WS-NOMBRE-RECHAZOS TO RET-NOMBRE-RECHAZOS
               WRITE RETENIDOS-RECORD
               IF WS-RETENIDOS-STATUS <> "00" THEN
                   DISPLAY "ERROR escribiendo RETENIDOS.DAT, status="
                       WS-RETENIDOS-STATUS
               END-IF
               CLOSE RETENIDOS-FILE
           END-IF.

      * Al terminar la corrida deja aviso de los retenidos que
      * esperan la decisión de un supervisor.
       AVISAR-RETENIDOS.
           IF WS-CONT-RETENIDOS > ZERO THEN
               DISPLAY "Detalles retenidos por umbral: "
                   WS-CONT-RETENIDOS ", decídalos con LIBERAR"
               MOVE "A" TO WS-ALR-SEVERIDAD
               MOVE SPACES TO WS-ALR-TEXTO
               STRING WS-CONT-RETENIDOS " DETALLES RETENIDOS POR "
                      "UMBRAL, PENDIENTES DE LIBERAR"
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
               END-STRING
               PERFORM GRABAR-ALERTA
           END-IF.

       IMPRIMIR-RESUMEN.
               WS-CONT-ERR-VALIDACION.
           DISPLAY "Rechazos por límite    : "
               WS-CONT-LIM-RECHAZADOS.
           DISPLAY "Retenidos por umbral   : "
               WS-CONT-RETENIDOS.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE SPACES TO REPORTE-RECORD.
           END-IF.

           CLOSE REPORTE-FILE.

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
