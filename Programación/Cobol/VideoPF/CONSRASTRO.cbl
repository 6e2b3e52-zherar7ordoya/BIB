       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONSRASTRO.

      * Rastreo de una transacción por todas las salidas de la cadena
      * usando la referencia única del detalle (fecha de ciclo,
      * sistema origen y número de registro). Se consulta por una
      * referencia o por sistema origen y rango de fechas de ciclo, y
      * se recorren los resultados, rechazos y re-rechazos del
      * reproceso, la interfaz del ciclo e INTERFAZ-HIST.CSV, las
      * retenciones por umbral de RETENIDOS.DAT con sus decisiones, la
      * auditoría del día y los históricos AUDARCH-AAAAMM.DAT. Como
      * el reproceso (modo R) puede correr días después, se revisan
      * además los archivos de los días siguientes al rango.
      * El primer resultado de cada referencia se informa como el
      * original con su detalle de entrada; los siguientes, como
      * reprocesos. Emite INFORME-RASTRO.DAT y consola.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT RECHAZOS-FILE ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.
           SELECT INTERFACE-FILE ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
           SELECT RETENIDOS-FILE ASSIGN TO "RETENIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENIDOS-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ARCHIVO-FILE ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCH-LLAVE
               FILE STATUS IS WS-ARCHIVO-STATUS.
           SELECT INFORME-FILE ASSIGN TO "INFORME-RASTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Línea de resultados de CALCULADORA: la referencia empieza en
      * la posición 97, el detalle de entrada en la 123 y el lote de
      * la corrida en la 152.
       FD  RESULT-FILE
           RECORDING MODE IS F.
       01 RESULT-RECORD           PIC X(153).

       FD  RECHAZOS-FILE
           RECORDING MODE IS F.
       01 RECHAZO-RECORD.
           05 RECH-CODIGO-RAZON   PIC X(3).
           05 FILLER              PIC X.
           05 RECH-NUM-REGISTRO   PIC 9(9).
           05 FILLER              PIC X.
           05 RECH-TRANS          PIC X(28).
           05 FILLER              PIC X.
           05 RECH-SISTEMA        PIC X(8).
           05 FILLER              PIC X.
           05 RECH-MONEDA-RES     PIC XXX.
           05 RECH-TC             PIC X(15).
           05 FILLER              PIC X.
           05 RECH-REFERENCIA     PIC X(25).

       FD  INTERFACE-FILE
           RECORDING MODE IS F.
       01 INTERFACE-RECORD        PIC X(100).

      * Retención por umbral y sus decisiones (LIBERAR); se informa
      * hasta el tipo de cambio, sin el renglón de interfaz.
       FD  RETENIDOS-FILE
           RECORDING MODE IS F.
       01 RETENIDOS-RECORD.
           05 RET-FECHA-CICLO     PIC 9(8).
           05 FILLER              PIC X.
           05 RET-REFERENCIA      PIC X(25).
           05 FILLER              PIC X(280).

      * Línea de auditoría: la referencia sigue a " REF=" en la
      * posición 138.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01 AUDIT-RECORD            PIC X(162).

       FD  ARCHIVO-FILE
           RECORDING MODE IS F.
       01 ARCHIVO-RECORD.
           05 ARCH-LLAVE.
               10 ARCH-ESTAMPA    PIC X(14).
               10 ARCH-SECUENCIA  PIC 9(6).
           05 ARCH-DATOS          PIC X(162).

       FD  INFORME-FILE
           RECORDING MODE IS F.
       01 INFORME-RECORD          PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-RESULT-STATUS        PIC XX.
       01 WS-RECHAZOS-STATUS      PIC XX.
       01 WS-INTERFACE-STATUS     PIC XX.
       01 WS-RETENIDOS-STATUS     PIC XX.
       01 WS-AUDIT-STATUS         PIC XX.
       01 WS-ARCHIVO-STATUS       PIC XX.
       01 WS-INFORME-STATUS       PIC XX.
       01 WS-NOMBRE-ARCHIVO       PIC X(44)  VALUE SPACES.

       01 WS-EOF-ARCHIVO          PIC X      VALUE "N".
           88 FIN-ARCHIVO            VALUE "S".
       01 WS-ERROR-FATAL          PIC X      VALUE "N".
           88 ERROR-FATAL             VALUE "S".

      * Criterio de búsqueda: referencia exacta, o sistema origen con
      * rango de fechas de ciclo.
       01 WS-REF-BUSCADA          PIC X(25)  VALUE SPACES.
       01 WS-SISTEMA-BUSCADO      PIC X(8)   VALUE SPACES.
       01 WS-FECHA-DESDE-TXT      PIC X(8)   VALUE SPACES.
       01 WS-FECHA-HASTA-TXT      PIC X(8)   VALUE SPACES.
       01 WS-FECHA-DESDE          PIC 9(8)   VALUE ZERO.
       01 WS-FECHA-DESDE-R REDEFINES WS-FECHA-DESDE.
           05 WS-DESDE-AAAAMM     PIC 9(6).
           05 FILLER              PIC 9(2).
       01 WS-FECHA-HASTA          PIC 9(8)   VALUE ZERO.
       01 WS-POR-REFERENCIA       PIC X      VALUE "N".
           88 POR-REFERENCIA         VALUE "S".

      * Días posteriores al rango en que se buscan reprocesos.
       01 WS-DIAS-REPROCESO       PIC 9(3)   VALUE 7.

      * Recorrido de fechas de ciclo y de meses del histórico.
       01 WS-DESDE-ENTERO         PIC 9(7).
       01 WS-TOPE-ENTERO          PIC 9(7).
       01 WS-DIA-ENTERO           PIC 9(7).
       01 WS-FECHA-RECORRIDO      PIC 9(8).
       01 WS-FECHA-TOPE           PIC 9(8).
       01 WS-FECHA-TOPE-R REDEFINES WS-FECHA-TOPE.
           05 WS-TOPE-AAAAMM      PIC 9(6).
           05 FILLER              PIC 9(2).
       01 WS-MES-RECORRIDO        PIC 9(6).
       01 WS-MES-RECORRIDO-R REDEFINES WS-MES-RECORRIDO.
           05 WS-MES-AAAA         PIC 9(4).
           05 WS-MES-MM           PIC 9(2).

       01 WS-REF-HALLADA          PIC X(25).
       01 WS-CUMPLE               PIC X      VALUE "N".
           88 CUMPLE                 VALUE "S".
       01 WS-ETIQUETA             PIC X(12).
       01 WS-CONTENIDO            PIC X(162).

      * Campos de la línea de interfaz; el octavo es la referencia.
       01 WS-INT-CAMPO-1          PIC X(12).
       01 WS-INT-CAMPO-2          PIC X(12).
       01 WS-INT-CAMPO-3          PIC X(12).
       01 WS-INT-CAMPO-4          PIC X(12).
       01 WS-INT-CAMPO-5          PIC X(12).
       01 WS-INT-CAMPO-6          PIC X(12).
       01 WS-INT-CAMPO-7          PIC X(12).

      * Referencias ya vistas en resultados: la primera aparición es
      * el proceso original y las siguientes, reprocesos.
       01 WS-TABLA-VISTAS.
           05 WS-VISTA-REF OCCURS 1000 TIMES PIC X(25).
       01 WS-VISTA-TOTAL          PIC 9(4)   VALUE ZERO.
       01 WS-VISTA-MAXIMO         PIC 9(4)   VALUE 1000.
       01 WS-VISTA-IDX            PIC 9(4).
       01 WS-VISTA-HALLADA        PIC X      VALUE "N".
           88 VISTA-HALLADA          VALUE "S".

       01 WS-CONT-RESULTADOS      PIC 9(7)   VALUE ZERO.
       01 WS-CONT-REPROCESOS      PIC 9(7)   VALUE ZERO.
       01 WS-CONT-RECHAZOS        PIC 9(7)   VALUE ZERO.
       01 WS-CONT-RERECHAZOS      PIC 9(7)   VALUE ZERO.
       01 WS-CONT-INTERFAZ        PIC 9(7)   VALUE ZERO.
       01 WS-CONT-RETENCIONES     PIC 9(7)   VALUE ZERO.
       01 WS-CONT-AUDITORIA       PIC 9(7)   VALUE ZERO.

       01 WS-FECHA-HORA           PIC X(26).
       01 WS-LINEA                PIC X(200).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM PEDIR-CRITERIOS.

           IF NOT ERROR-FATAL THEN
               OPEN OUTPUT INFORME-FILE
               IF WS-INFORME-STATUS <> "00" THEN
                   DISPLAY "ERROR fatal abriendo INFORME-RASTRO.DAT, "
                       "status=" WS-INFORME-STATUS
                   MOVE "S" TO WS-ERROR-FATAL
               END-IF
           END-IF.

           IF NOT ERROR-FATAL THEN
               PERFORM ESCRIBIR-ENCABEZADO
               PERFORM RECORRER-FECHAS
               PERFORM REVISAR-ARCHIVOS-FIJOS
               PERFORM REVISAR-AUDITORIA
               PERFORM RECORRER-MESES
               PERFORM ESCRIBIR-TOTALES
               CLOSE INFORME-FILE
           END-IF.

           STOP RUN.

       PEDIR-CRITERIOS.
           DISPLAY "Referencia (fecha+sistema+registro, 25 "
               "posiciones; ENTER=buscar por sistema y fechas): ".
           ACCEPT WS-REF-BUSCADA.

           IF WS-REF-BUSCADA <> SPACES THEN
               MOVE "S" TO WS-POR-REFERENCIA
               IF WS-REF-BUSCADA(1:8) NOT NUMERIC OR
                  WS-REF-BUSCADA(17:9) NOT NUMERIC THEN
                   DISPLAY "Referencia inválida: '" WS-REF-BUSCADA
                       "', fin del programa"
                   MOVE "S" TO WS-ERROR-FATAL
               ELSE
                   MOVE WS-REF-BUSCADA(1:8) TO WS-FECHA-DESDE
                   MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
               END-IF
           ELSE
               DISPLAY "Sistema origen: "
               ACCEPT WS-SISTEMA-BUSCADO
               DISPLAY "Fecha de ciclo desde (AAAAMMDD): "
               ACCEPT WS-FECHA-DESDE-TXT
               DISPLAY "Fecha de ciclo hasta (AAAAMMDD, "
                   "ENTER=la misma): "
               ACCEPT WS-FECHA-HASTA-TXT
               IF WS-FECHA-HASTA-TXT = SPACES THEN
                   MOVE WS-FECHA-DESDE-TXT TO WS-FECHA-HASTA-TXT
               END-IF
               IF WS-SISTEMA-BUSCADO = SPACES THEN
                   DISPLAY "Sistema origen requerido, fin del "
                       "programa"
                   MOVE "S" TO WS-ERROR-FATAL
               ELSE
                   IF WS-FECHA-DESDE-TXT NOT NUMERIC OR
                      WS-FECHA-HASTA-TXT NOT NUMERIC THEN
                       DISPLAY "Rango de fechas inválido: '"
                           WS-FECHA-DESDE-TXT "'-'"
                           WS-FECHA-HASTA-TXT "', fin del programa"
                       MOVE "S" TO WS-ERROR-FATAL
                   ELSE
                       MOVE WS-FECHA-DESDE-TXT TO WS-FECHA-DESDE
                       MOVE WS-FECHA-HASTA-TXT TO WS-FECHA-HASTA
                       IF WS-FECHA-DESDE > WS-FECHA-HASTA THEN
                           DISPLAY "La fecha desde es posterior a "
                               "la fecha hasta, fin del programa"
                           MOVE "S" TO WS-ERROR-FATAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF NOT ERROR-FATAL THEN
               COMPUTE WS-DESDE-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE)
               COMPUTE WS-TOPE-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HASTA)
                   + WS-DIAS-REPROCESO
               COMPUTE WS-FECHA-TOPE =
                   FUNCTION DATE-OF-INTEGER(WS-TOPE-ENTERO)
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE SPACES TO WS-LINEA.
           STRING "RASTREO DE TRANSACCIONES - emitido "
                  WS-FECHA-HORA(1:14)
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

           MOVE SPACES TO WS-LINEA.
           IF POR-REFERENCIA THEN
               STRING "Referencia '" WS-REF-BUSCADA
                      "'; reprocesos hasta " WS-FECHA-TOPE
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
           ELSE
               STRING "Sistema '" WS-SISTEMA-BUSCADO "' ciclos "
                      WS-FECHA-DESDE "-" WS-FECHA-HASTA
                      "; reprocesos hasta " WS-FECHA-TOPE
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
           END-IF.
           PERFORM ESCRIBIR-LINEA.

      * Archivos fechados de cada ciclo, desde la primera fecha del
      * criterio hasta el tope de reprocesos.
       RECORRER-FECHAS.
           PERFORM VARYING WS-DIA-ENTERO FROM WS-DESDE-ENTERO BY 1
                   UNTIL WS-DIA-ENTERO > WS-TOPE-ENTERO
               COMPUTE WS-FECHA-RECORRIDO =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)

               MOVE SPACES TO WS-NOMBRE-ARCHIVO
               STRING "RESULTADOS-" WS-FECHA-RECORRIDO ".DAT"
                   DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO
               END-STRING
               PERFORM REVISAR-RESULTADOS

               MOVE SPACES TO WS-NOMBRE-ARCHIVO
               STRING "RECHAZOS-" WS-FECHA-RECORRIDO ".DAT"
                   DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO
               END-STRING
               MOVE "RECHAZO" TO WS-ETIQUETA
               PERFORM REVISAR-RECHAZOS

               MOVE SPACES TO WS-NOMBRE-ARCHIVO
               STRING "RECHAZOS-" WS-FECHA-RECORRIDO ".NUEVO"
                   DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO
               END-STRING
               MOVE "RE-RECHAZO" TO WS-ETIQUETA
               PERFORM REVISAR-RECHAZOS

               MOVE SPACES TO WS-NOMBRE-ARCHIVO
               STRING "INTERFAZ-" WS-FECHA-RECORRIDO ".CSV"
                   DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO
               END-STRING
               PERFORM REVISAR-INTERFAZ
           END-PERFORM.

      * Salidas de las corridas atendidas, sin fecha en el nombre, y
      * el histórico de la interfaz.
       REVISAR-ARCHIVOS-FIJOS.
           MOVE "RESULTADOS.DAT" TO WS-NOMBRE-ARCHIVO.
           PERFORM REVISAR-RESULTADOS.
           MOVE "RECHAZOS.DAT" TO WS-NOMBRE-ARCHIVO.
           MOVE "RECHAZO" TO WS-ETIQUETA.
           PERFORM REVISAR-RECHAZOS.
           MOVE "RECHAZOS.NUEVO" TO WS-NOMBRE-ARCHIVO.
           MOVE "RE-RECHAZO" TO WS-ETIQUETA.
           PERFORM REVISAR-RECHAZOS.
           MOVE "INTERFAZ.CSV" TO WS-NOMBRE-ARCHIVO.
           PERFORM REVISAR-INTERFAZ.
           MOVE "INTERFAZ-HIST.CSV" TO WS-NOMBRE-ARCHIVO.
           PERFORM REVISAR-INTERFAZ.
           MOVE "RETENIDOS.DAT" TO WS-NOMBRE-ARCHIVO.
           PERFORM REVISAR-RETENIDOS.

       REVISAR-RESULTADOS.
           MOVE "N" TO WS-EOF-ARCHIVO.
           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-STATUS = "00" THEN
               PERFORM LEER-RESULTADO
               PERFORM UNTIL FIN-ARCHIVO
                   MOVE RESULT-RECORD(97:25) TO WS-REF-HALLADA
                   PERFORM EVALUAR-REFERENCIA
                   IF CUMPLE THEN
                       PERFORM INFORMAR-RESULTADO
                   END-IF
                   PERFORM LEER-RESULTADO
               END-PERFORM
               CLOSE RESULT-FILE
           ELSE
               IF WS-RESULT-STATUS <> "35" THEN
                   DISPLAY "ERROR abriendo " WS-NOMBRE-ARCHIVO
                       ", status=" WS-RESULT-STATUS
               END-IF
           END-IF.

       LEER-RESULTADO.
           READ RESULT-FILE
               AT END MOVE "S" TO WS-EOF-ARCHIVO
           END-READ.
           IF WS-RESULT-STATUS <> "00" AND
              WS-RESULT-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo " WS-NOMBRE-ARCHIVO
                   ", status=" WS-RESULT-STATUS
               MOVE "S" TO WS-EOF-ARCHIVO
           END-IF.

      * La primera vez que aparece la referencia se informa también
      * el detalle de entrada tal como llegó en el lote.
       INFORMAR-RESULTADO.
           MOVE "N" TO WS-VISTA-HALLADA.
           PERFORM VARYING WS-VISTA-IDX FROM 1 BY 1
                   UNTIL WS-VISTA-IDX > WS-VISTA-TOTAL
                   OR VISTA-HALLADA
               IF WS-VISTA-REF(WS-VISTA-IDX) = WS-REF-HALLADA THEN
                   MOVE "S" TO WS-VISTA-HALLADA
               END-IF
           END-PERFORM.

           IF VISTA-HALLADA THEN
               ADD 1 TO WS-CONT-REPROCESOS
               MOVE "REPROCESO" TO WS-ETIQUETA
           ELSE
               ADD 1 TO WS-CONT-RESULTADOS
               IF WS-VISTA-TOTAL < WS-VISTA-MAXIMO THEN
                   ADD 1 TO WS-VISTA-TOTAL
                   MOVE WS-REF-HALLADA TO WS-VISTA-REF(WS-VISTA-TOTAL)
               END-IF
               MOVE "DETALLE" TO WS-ETIQUETA
               MOVE SPACES TO WS-CONTENIDO
               STRING WS-REF-HALLADA " " RESULT-RECORD(123:28)
                   DELIMITED BY SIZE INTO WS-CONTENIDO
               END-STRING
               PERFORM ESCRIBIR-HALLAZGO
               MOVE "RESULTADO" TO WS-ETIQUETA
           END-IF.
           MOVE RESULT-RECORD(1:95) TO WS-CONTENIDO.
           PERFORM ESCRIBIR-HALLAZGO.

       REVISAR-RECHAZOS.
           MOVE "N" TO WS-EOF-ARCHIVO.
           OPEN INPUT RECHAZOS-FILE.
           IF WS-RECHAZOS-STATUS = "00" THEN
               PERFORM LEER-RECHAZO
               PERFORM UNTIL FIN-ARCHIVO
                   MOVE RECH-REFERENCIA TO WS-REF-HALLADA
                   PERFORM EVALUAR-REFERENCIA
                   IF CUMPLE THEN
                       IF WS-ETIQUETA = "RECHAZO" THEN
                           ADD 1 TO WS-CONT-RECHAZOS
                       ELSE
                           ADD 1 TO WS-CONT-RERECHAZOS
                       END-IF
                       MOVE RECHAZO-RECORD TO WS-CONTENIDO
                       PERFORM ESCRIBIR-HALLAZGO
                   END-IF
                   PERFORM LEER-RECHAZO
               END-PERFORM
               CLOSE RECHAZOS-FILE
           ELSE
               IF WS-RECHAZOS-STATUS <> "35" THEN
                   DISPLAY "ERROR abriendo " WS-NOMBRE-ARCHIVO
                       ", status=" WS-RECHAZOS-STATUS
               END-IF
           END-IF.

       LEER-RECHAZO.
           READ RECHAZOS-FILE
               AT END MOVE "S" TO WS-EOF-ARCHIVO
           END-READ.
           IF WS-RECHAZOS-STATUS <> "00" AND
              WS-RECHAZOS-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo " WS-NOMBRE-ARCHIVO
                   ", status=" WS-RECHAZOS-STATUS
               MOVE "S" TO WS-EOF-ARCHIVO
           END-IF.

       REVISAR-INTERFAZ.
           MOVE "N" TO WS-EOF-ARCHIVO.
           OPEN INPUT INTERFACE-FILE.
           IF WS-INTERFACE-STATUS = "00" THEN
               PERFORM LEER-INTERFAZ
               PERFORM UNTIL FIN-ARCHIVO
                   MOVE SPACES TO WS-REF-HALLADA
                   UNSTRING INTERFACE-RECORD DELIMITED BY ","
                       INTO WS-INT-CAMPO-1 WS-INT-CAMPO-2
                            WS-INT-CAMPO-3 WS-INT-CAMPO-4
                            WS-INT-CAMPO-5 WS-INT-CAMPO-6
                            WS-INT-CAMPO-7 WS-REF-HALLADA
                   END-UNSTRING
                   PERFORM EVALUAR-REFERENCIA
                   IF CUMPLE THEN
                       ADD 1 TO WS-CONT-INTERFAZ
                       MOVE "INTERFAZ" TO WS-ETIQUETA
                       MOVE INTERFACE-RECORD TO WS-CONTENIDO
                       PERFORM ESCRIBIR-HALLAZGO
                   END-IF
                   PERFORM LEER-INTERFAZ
               END-PERFORM
               CLOSE INTERFACE-FILE
           ELSE
               IF WS-INTERFACE-STATUS <> "35" THEN
                   DISPLAY "ERROR abriendo " WS-NOMBRE-ARCHIVO
                       ", status=" WS-INTERFACE-STATUS
               END-IF
           END-IF.

       LEER-INTERFAZ.
           READ INTERFACE-FILE
               AT END MOVE "S" TO WS-EOF-ARCHIVO
           END-READ.
           IF WS-INTERFACE-STATUS <> "00" AND
              WS-INTERFACE-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo " WS-NOMBRE-ARCHIVO
                   ", status=" WS-INTERFACE-STATUS
               MOVE "S" TO WS-EOF-ARCHIVO
           END-IF.

       REVISAR-RETENIDOS.
           MOVE "N" TO WS-EOF-ARCHIVO.
           OPEN INPUT RETENIDOS-FILE.
           IF WS-RETENIDOS-STATUS = "00" THEN
               PERFORM LEER-RETENIDO
               PERFORM UNTIL FIN-ARCHIVO
                   MOVE RET-REFERENCIA TO WS-REF-HALLADA
                   PERFORM EVALUAR-REFERENCIA
                   IF CUMPLE THEN
                       ADD 1 TO WS-CONT-RETENCIONES
                       MOVE "RETENCION" TO WS-ETIQUETA
                       MOVE RETENIDOS-RECORD(1:123) TO WS-CONTENIDO
                       PERFORM ESCRIBIR-HALLAZGO
                   END-IF
                   PERFORM LEER-RETENIDO
               END-PERFORM
               CLOSE RETENIDOS-FILE
           ELSE
               IF WS-RETENIDOS-STATUS <> "35" THEN
                   DISPLAY "ERROR abriendo " WS-NOMBRE-ARCHIVO
                       ", status=" WS-RETENIDOS-STATUS
               END-IF
           END-IF.

       LEER-RETENIDO.
           READ RETENIDOS-FILE
               AT END MOVE "S" TO WS-EOF-ARCHIVO
           END-READ.
           IF WS-RETENIDOS-STATUS <> "00" AND
              WS-RETENIDOS-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo " WS-NOMBRE-ARCHIVO
                   ", status=" WS-RETENIDOS-STATUS
               MOVE "S" TO WS-EOF-ARCHIVO
           END-IF.

      * Auditoría del día aún no archivada por ARCHAUDIT.
       REVISAR-AUDITORIA.
           MOVE "AUDITORIA.DAT" TO WS-NOMBRE-ARCHIVO.
           MOVE "N" TO WS-EOF-ARCHIVO.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00" THEN
               PERFORM LEER-AUDITORIA
               PERFORM UNTIL FIN-ARCHIVO
                   MOVE AUDIT-RECORD(138:25) TO WS-REF-HALLADA
                   PERFORM EVALUAR-REFERENCIA
                   IF CUMPLE THEN
                       ADD 1 TO WS-CONT-AUDITORIA
                       MOVE "AUDITORIA" TO WS-ETIQUETA
                       MOVE AUDIT-RECORD TO WS-CONTENIDO
                       PERFORM ESCRIBIR-HALLAZGO
                   END-IF
                   PERFORM LEER-AUDITORIA
               END-PERFORM
               CLOSE AUDIT-FILE
           ELSE
               IF WS-AUDIT-STATUS <> "35" THEN
                   DISPLAY "ERROR abriendo AUDITORIA.DAT, status="
                       WS-AUDIT-STATUS
               END-IF
           END-IF.

       LEER-AUDITORIA.
           READ AUDIT-FILE
               AT END MOVE "S" TO WS-EOF-ARCHIVO
           END-READ.
           IF WS-AUDIT-STATUS <> "00" AND
              WS-AUDIT-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo AUDITORIA.DAT, status="
                   WS-AUDIT-STATUS
               MOVE "S" TO WS-EOF-ARCHIVO
           END-IF.

      * Históricos mensuales de auditoría que cubren el recorrido.
       RECORRER-MESES.
           MOVE WS-DESDE-AAAAMM TO WS-MES-RECORRIDO.
           PERFORM UNTIL WS-MES-RECORRIDO > WS-TOPE-AAAAMM
               MOVE SPACES TO WS-NOMBRE-ARCHIVO
               STRING "AUDARCH-" WS-MES-RECORRIDO ".DAT"
                   DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO
               END-STRING
               PERFORM REVISAR-HISTORICO
               IF WS-MES-MM = 12 THEN
                   ADD 1 TO WS-MES-AAAA
                   MOVE 1 TO WS-MES-MM
               ELSE
                   ADD 1 TO WS-MES-MM
               END-IF
           END-PERFORM.

       REVISAR-HISTORICO.
           MOVE "N" TO WS-EOF-ARCHIVO.
           OPEN INPUT ARCHIVO-FILE.
           IF WS-ARCHIVO-STATUS = "00" THEN
               PERFORM LEER-HISTORICO
               PERFORM UNTIL FIN-ARCHIVO
                   MOVE ARCH-DATOS(138:25) TO WS-REF-HALLADA
                   PERFORM EVALUAR-REFERENCIA
                   IF CUMPLE THEN
                       ADD 1 TO WS-CONT-AUDITORIA
                       MOVE "AUDITORIA" TO WS-ETIQUETA
                       MOVE ARCH-DATOS TO WS-CONTENIDO
                       PERFORM ESCRIBIR-HALLAZGO
                   END-IF
                   PERFORM LEER-HISTORICO
               END-PERFORM
               CLOSE ARCHIVO-FILE
           ELSE
               IF WS-ARCHIVO-STATUS = "39" THEN
                   DISPLAY WS-NOMBRE-ARCHIVO " tiene un registro "
                       "anterior; conviértalo con MIGAUDARCH"
               ELSE
                   IF WS-ARCHIVO-STATUS <> "35" THEN
                       DISPLAY "ERROR abriendo " WS-NOMBRE-ARCHIVO
                           ", status=" WS-ARCHIVO-STATUS
                   END-IF
               END-IF
           END-IF.

       LEER-HISTORICO.
           READ ARCHIVO-FILE NEXT
               AT END MOVE "S" TO WS-EOF-ARCHIVO
           END-READ.
           IF WS-ARCHIVO-STATUS <> "00" AND
              WS-ARCHIVO-STATUS <> "10" THEN
               DISPLAY "ERROR leyendo " WS-NOMBRE-ARCHIVO
                   ", status=" WS-ARCHIVO-STATUS
               MOVE "S" TO WS-EOF-ARCHIVO
           END-IF.

       EVALUAR-REFERENCIA.
           MOVE "N" TO WS-CUMPLE.
           IF POR-REFERENCIA THEN
               IF WS-REF-HALLADA = WS-REF-BUSCADA THEN
                   MOVE "S" TO WS-CUMPLE
               END-IF
           ELSE
               IF WS-REF-HALLADA(1:8) NUMERIC AND
                  WS-REF-HALLADA(9:8) = WS-SISTEMA-BUSCADO AND
                  WS-REF-HALLADA(1:8) >= WS-FECHA-DESDE-TXT AND
                  WS-REF-HALLADA(1:8) <= WS-FECHA-HASTA-TXT THEN
                   MOVE "S" TO WS-CUMPLE
               END-IF
           END-IF.

       ESCRIBIR-HALLAZGO.
           MOVE SPACES TO WS-LINEA.
           STRING WS-ETIQUETA " " WS-NOMBRE-ARCHIVO(1:24) " "
                  WS-CONTENIDO
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO WS-LINEA.
           STRING "Resultados " WS-CONT-RESULTADOS
                  ", reprocesos " WS-CONT-REPROCESOS
                  ", rechazos " WS-CONT-RECHAZOS
                  ", re-rechazos " WS-CONT-RERECHAZOS
                  ", interfaz " WS-CONT-INTERFAZ
                  ", retenciones " WS-CONT-RETENCIONES
                  ", auditoría " WS-CONT-AUDITORIA
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           IF WS-CONT-RESULTADOS = ZERO AND
              WS-CONT-RECHAZOS = ZERO AND
              WS-CONT-INTERFAZ = ZERO AND
              WS-CONT-AUDITORIA = ZERO THEN
               MOVE "Sin movimientos para el criterio indicado"
                   TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ESCRIBIR-LINEA.
           DISPLAY WS-LINEA.
           MOVE WS-LINEA TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           IF WS-INFORME-STATUS <> "00" THEN
               DISPLAY "ERROR escribiendo INFORME-RASTRO.DAT, status="
                   WS-INFORME-STATUS
           END-IF.
